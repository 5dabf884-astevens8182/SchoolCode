       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH1004F.
      ************************************************************
      *  CH1004F  -  Student ID to SSN cross-reference.  The     *
      *              registrar's own copy - the only report that *
      *              prints a Social Security number whole.      *
      *              Every other report and extract identifies   *
      *              a student by STUDENT-ID-IN and masks the    *
      *              SSN to its last four digits, so this is     *
      *              where the office turns an ID back into the  *
      *              SSN the masters are keyed on.  Reads every  *
      *              student on the student master CH1004.DAT    *
      *              and every graduate on the alumni master     *
      *              CH1004L.DAT, sorts them into student ID     *
      *              order, and prints ID, full SSN, name and    *
      *              which master the record came from on        *
      *              CH1004F.RPT.  A graduate still on the       *
      *              student master prints on both lines under   *
      *              the same ID.  A record with no ID assigned, *
      *              or an ID already printed against a          *
      *              different SSN, is flagged for the registrar *
      *              to correct.  CH1004F.RPT is not to leave    *
      *              the registrar's office.                     *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOC-SEC-NO-IN
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ALUMNI-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004L.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-SOC-SEC-NO
               FILE STATUS IS WS-ALUMNI-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004F.SRT".

           SELECT XREF-SORTED-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004FS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XREF-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004F.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-REC.
           COPY STUREC.

       FD  ALUMNI-FILE.
       01  ALUMNI-REC.
           COPY ALUMREC.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  SORT-WORK-REC.
           05  SW-STUDENT-ID           PIC 9(7).
           05  SW-SOURCE               PIC X.
           05  SW-SOC-SEC-NO           PIC X(9).
           05  SW-NAME                 PIC X(21).
           05  SW-ACTIVE-FLAG          PIC X.

       FD  XREF-SORTED-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  XREF-SORTED-REC.
           05  XS-STUDENT-ID           PIC 9(7).
           05  XS-SOURCE               PIC X.
               88  XS-FROM-STUDENT-MASTER           VALUE 'S'.
               88  XS-FROM-ALUMNI-MASTER            VALUE 'A'.
           05  XS-SOC-SEC-NO           PIC X(9).
           05  XS-NAME                 PIC X(21).
           05  XS-ACTIVE-FLAG          PIC X.

       FD  XREF-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XREF-REPORT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  ARE-THERE-MORE-MASTER   PIC X(3)     VALUE 'YES'.

           05  WS-MASTER-STATUS        PIC XX       VALUE ZEROS.
               88  WS-MASTER-OK                     VALUE '00'.
           05  WS-ALUMNI-STATUS        PIC XX       VALUE ZEROS.
               88  WS-ALUMNI-OK                     VALUE '00'.

           05  WS-ID-HOLD              PIC 9(7)     VALUE ZEROS.
           05  WS-SSN-HOLD             PIC X(9)     VALUE SPACES.

           05  WS-STUDENT-CTR          PIC 9(5)     VALUE ZEROS.
           05  WS-ALUMNI-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-NO-ID-CTR            PIC 9(5)     VALUE ZEROS.
           05  WS-DUP-ID-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-LINE-CTR             PIC 99       VALUE 99.
           05  WS-PAGE-CTR             PIC 9(3)     VALUE ZEROS.

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(21)
               VALUE 'PASS EM STATE COLLEGE'.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(5)
               VALUE 'PAGE'.
           05  HL-OUT-PAGE             PIC ZZ9.

       01  HL-HEADING2.
           05                          PIC X(17)    VALUE SPACES.
           05                          PIC X(34)
               VALUE 'STUDENT ID TO SSN CROSS-REFERENCE'.

       01  HL-HEADING3.
           05                          PIC X(15)    VALUE SPACES.
           05                          PIC X(40)
               VALUE '*** REGISTRAR USE ONLY - FULL SSNS ***'.

       01  HL-HEADING4.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(11)
               VALUE 'STUDENT ID'.
           05                          PIC X(13)
               VALUE 'SSN'.
           05                          PIC X(23)
               VALUE 'NAME'.
           05                          PIC X(10)
               VALUE 'SOURCE'.
           05                          PIC X(19)
               VALUE 'NOTE'.

       01  DL-XREF-LINE.
           05                          PIC X(5)     VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(11).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NAME             PIC X(21).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SOURCE           PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NOTE             PIC X(19).

       01  WS-SSN-EDIT.
           05  WS-SSN-EDIT-AREA        PIC X(3).
           05                          PIC X        VALUE '-'.
           05  WS-SSN-EDIT-GROUP       PIC X(2).
           05                          PIC X        VALUE '-'.
           05  WS-SSN-EDIT-SERIAL      PIC X(4).

       01  DL-SUMMARY-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(28).
           05  DL-OUT-COUNT            PIC ZZ,ZZ9.

       01  HL-HEADING-FINAL.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(13)
              VALUE 'END OF REPORT'.

       PROCEDURE DIVISION.
      **********************************************************
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           PERFORM 800-INITIALIZATION-RTN.

           PERFORM UNTIL NO-MORE-RECORDS
               READ XREF-SORTED-FILE
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     PERFORM 400-XREF-LINE-RTN
               END-READ
           END-PERFORM.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           STOP RUN.

      **********************************************************
      *  150-COLLECT-INPUT-RTN - SORT input procedure.         *
      *              Releases every student master record,     *
      *              then every alumni master record, to the   *
      *              sort.  A master not yet on file is simply *
      *              left out.                                 *
      **********************************************************
       150-COLLECT-INPUT-RTN.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-MASTER-OK
               MOVE 'YES' TO ARE-THERE-MORE-MASTER
               PERFORM UNTIL ARE-THERE-MORE-MASTER = 'NO '
                   READ STUDENT-MASTER-FILE NEXT RECORD
                        AT END
                           MOVE 'NO ' TO ARE-THERE-MORE-MASTER
                        NOT AT END
                           PERFORM 160-RELEASE-STUDENT-RTN
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           END-IF.

           OPEN INPUT ALUMNI-FILE.
           IF WS-ALUMNI-OK
               MOVE 'YES' TO ARE-THERE-MORE-MASTER
               PERFORM UNTIL ARE-THERE-MORE-MASTER = 'NO '
                   READ ALUMNI-FILE NEXT RECORD
                        AT END
                           MOVE 'NO ' TO ARE-THERE-MORE-MASTER
                        NOT AT END
                           PERFORM 170-RELEASE-ALUMNUS-RTN
                   END-READ
               END-PERFORM
               CLOSE ALUMNI-FILE
           END-IF.

      **********************************************************
      *  160-RELEASE-STUDENT-RTN - Performed from 150-COLLECT- *
      *              INPUT-RTN for one student master record   *
      **********************************************************
       160-RELEASE-STUDENT-RTN.
           MOVE STUDENT-ID-IN TO SW-STUDENT-ID
           MOVE 'S' TO SW-SOURCE
           MOVE SOC-SEC-NO-IN TO SW-SOC-SEC-NO
           MOVE NAME-IN TO SW-NAME
           MOVE ACTIVE-FLAG-IN TO SW-ACTIVE-FLAG
           RELEASE SORT-WORK-REC
           ADD 1 TO WS-STUDENT-CTR.

      **********************************************************
      *  170-RELEASE-ALUMNUS-RTN - Performed from 150-COLLECT- *
      *              INPUT-RTN for one alumni master record    *
      **********************************************************
       170-RELEASE-ALUMNUS-RTN.
           MOVE AL-STUDENT-ID TO SW-STUDENT-ID
           MOVE 'A' TO SW-SOURCE
           MOVE AL-SOC-SEC-NO TO SW-SOC-SEC-NO
           MOVE AL-NAME TO SW-NAME
           MOVE SPACE TO SW-ACTIVE-FLAG
           RELEASE SORT-WORK-REC
           ADD 1 TO WS-ALUMNI-CTR.

      **********************************************************
      *  400-XREF-LINE-RTN - Performed from 100-MAIN-MODULE,   *
      *              prints one cross-reference line, flagging *
      *              a missing ID or one shared by two SSNs    *
      **********************************************************
       400-XREF-LINE-RTN.
           IF WS-LINE-CTR > 50
               PERFORM 300-HEADING-RTN
           END-IF.

           MOVE SPACES TO DL-OUT-NOTE.
           EVALUATE TRUE
               WHEN XS-STUDENT-ID IS NOT NUMERIC
                      OR XS-STUDENT-ID = ZERO
                   MOVE 'NO ID ASSIGNED' TO DL-OUT-NOTE
                   ADD 1 TO WS-NO-ID-CTR
               WHEN XS-STUDENT-ID = WS-ID-HOLD
                      AND XS-SOC-SEC-NO NOT = WS-SSN-HOLD
                   MOVE 'ID ON ANOTHER SSN' TO DL-OUT-NOTE
                   ADD 1 TO WS-DUP-ID-CTR
               WHEN XS-FROM-STUDENT-MASTER
                      AND XS-ACTIVE-FLAG = 'I'
                   MOVE 'INACTIVE' TO DL-OUT-NOTE
           END-EVALUATE.

           IF XS-STUDENT-ID IS NUMERIC
               MOVE XS-STUDENT-ID TO WS-ID-HOLD
                                     DL-OUT-STUDENT-ID
           ELSE
               MOVE ZEROS TO WS-ID-HOLD
                             DL-OUT-STUDENT-ID
           END-IF.
           MOVE XS-SOC-SEC-NO TO WS-SSN-HOLD.

           MOVE XS-SOC-SEC-NO (1:3) TO WS-SSN-EDIT-AREA
           MOVE XS-SOC-SEC-NO (4:2) TO WS-SSN-EDIT-GROUP
           MOVE XS-SOC-SEC-NO (6:4) TO WS-SSN-EDIT-SERIAL
           MOVE WS-SSN-EDIT TO DL-OUT-SSN
           MOVE XS-NAME TO DL-OUT-NAME
           IF XS-FROM-STUDENT-MASTER
               MOVE 'STUDENT' TO DL-OUT-SOURCE
           ELSE
               MOVE 'ALUMNUS' TO DL-OUT-SOURCE
           END-IF.

           WRITE XREF-REPORT-REC FROM DL-XREF-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CTR.

      **********************************************************
      *  300-HEADING-RTN - Prints the page headings, with the  *
      *              registrar-only warning on every page      *
      **********************************************************
       300-HEADING-RTN.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO HL-OUT-PAGE.
           WRITE XREF-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE.
           WRITE XREF-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 1 LINE.
           WRITE XREF-REPORT-REC FROM HL-HEADING3
               AFTER ADVANCING 1 LINE.
           WRITE XREF-REPORT-REC FROM HL-HEADING4
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO XREF-REPORT-REC.
           WRITE XREF-REPORT-REC.
           MOVE ZEROS TO WS-LINE-CTR.

      ************************************************************
      *  700-END-PROGRAM-RTN - Prints the run summary counts     *
      ************************************************************
       700-END-PROGRAM-RTN.
           IF WS-PAGE-CTR = ZERO
               PERFORM 300-HEADING-RTN
           END-IF.

           MOVE SPACES TO XREF-REPORT-REC
           WRITE XREF-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'STUDENT MASTER RECORDS     ' TO DL-OUT-LABEL
           MOVE WS-STUDENT-CTR TO DL-OUT-COUNT
           WRITE XREF-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'ALUMNI MASTER RECORDS      ' TO DL-OUT-LABEL
           MOVE WS-ALUMNI-CTR TO DL-OUT-COUNT
           WRITE XREF-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'RECORDS WITH NO ID         ' TO DL-OUT-LABEL
           MOVE WS-NO-ID-CTR TO DL-OUT-COUNT
           WRITE XREF-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'IDS ON MORE THAN ONE SSN   ' TO DL-OUT-LABEL
           MOVE WS-DUP-ID-CTR TO DL-OUT-COUNT
           WRITE XREF-REPORT-REC FROM DL-SUMMARY-LINE

           WRITE XREF-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

      ************************************************************
      * 800-INITIALIZATION-RTN - Sorts both masters into student *
      *                          ID order and opens the report   *
      ************************************************************
       800-INITIALIZATION-RTN.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-STUDENT-ID
                                SW-SOURCE
               INPUT PROCEDURE IS 150-COLLECT-INPUT-RTN
               GIVING XREF-SORTED-FILE.

           OPEN INPUT XREF-SORTED-FILE
                OUTPUT XREF-REPORT-FILE.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           CLOSE XREF-SORTED-FILE
                 XREF-REPORT-FILE.
