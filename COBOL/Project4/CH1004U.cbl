       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH1004U.
      ************************************************************
      *  CH1004U  -  One-time student ID conversion.  Assigns a  *
      *              seven-digit student ID to every student and *
      *              alumnus already on file and carries it onto *
      *              the grade history, so printed reports and   *
      *              extracts can identify people without the    *
      *              full Social Security number.                *
      *                                                          *
      *  Before the run the operator renames the student master  *
      *  CH1004.DAT to CH1004US.DAT and the alumni master        *
      *  CH1004L.DAT to CH1004UL.DAT; both are read in their     *
      *  old layouts below.  CH1004U rebuilds CH1004.DAT and     *
      *  CH1004L.DAT in the current STUREC and ALUMREC layouts:  *
      *  students are numbered first, in SSN order, then         *
      *  alumni, numbered upward from 1000001.                   *
      *  An alumnus whose SSN is also on the student master      *
      *  keeps the student's ID.  Each CH1004H.DAT history       *
      *  record is then stamped with its student's ID through    *
      *  the work file CH1004HW.DAT; a record whose SSN is on    *
      *  neither master is left at zeros and counted.  The last  *
      *  ID handed out goes back to CH1004ID.CTL, where CH1004M  *
      *  continues the numbering for new students.               *
      *                                                          *
      *  The register CH1004U.RPT lists each ID assigned with    *
      *  the SSN masked; CH1004F prints the full cross-          *
      *  reference for the registrar.  A missing CH1004US.DAT    *
      *  stops the run on the console before anything is         *
      *  written.  So does any sign of an earlier conversion -   *
      *  CH1004ID.CTL already on file, or a CH1004.DAT whose     *
      *  first student already carries an ID - so a second run  *
      *  cannot renumber anyone.                                 *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STUDENT-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004US.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OS-SOC-SEC-NO
               FILE STATUS IS WS-OLD-STUDENT-STATUS.

           SELECT OLD-ALUMNI-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004UL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-SOC-SEC-NO
               FILE STATUS IS WS-OLD-ALUMNI-STATUS.

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

           SELECT HISTORY-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004H.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-WORK-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004HW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEXT-ID-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004ID.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-ID-STATUS.

           SELECT CONVERSION-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004U.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-LOCK-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-STUDENT-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  OLD-STUDENT-REC.
           05  OS-SOC-SEC-NO           PIC X(9).
           05  OS-STUDENT-DATA         PIC X(30).

       FD  OLD-ALUMNI-FILE
           RECORD CONTAINS 46 CHARACTERS.
       01  OLD-ALUMNI-REC.
           05  OA-SOC-SEC-NO           PIC X(9).
           05  OA-ALUMNI-DATA          PIC X(37).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-REC.
           COPY STUREC.

       FD  ALUMNI-FILE.
       01  ALUMNI-REC.
           COPY ALUMREC.

       FD  HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  HISTORY-REC.
           COPY GRDHIST.

       FD  HISTORY-WORK-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  HISTORY-WORK-REC            PIC X(50).

       FD  NEXT-ID-FILE.
       01  NEXT-ID-REC.
           COPY NEXTID.

       FD  CONVERSION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONVERSION-REPORT-REC       PIC X(80).

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC.
           05  ML-HELD-FLAG            PIC X.
           05  ML-HOLDER               PIC X(8).
           05  ML-TIMESTAMP            PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-OLD-STUDENT-STATUS   PIC XX       VALUE ZEROS.
               88  WS-OLD-STUDENT-OK                VALUE '00'.
           05  WS-OLD-ALUMNI-STATUS    PIC XX       VALUE ZEROS.
               88  WS-OLD-ALUMNI-OK                 VALUE '00'.
           05  WS-MASTER-STATUS        PIC XX       VALUE ZEROS.
               88  WS-MASTER-OK                     VALUE '00'.
           05  WS-ALUMNI-STATUS        PIC XX       VALUE ZEROS.
               88  WS-ALUMNI-OK                     VALUE '00'.
           05  WS-HISTORY-STATUS       PIC XX       VALUE ZEROS.
               88  WS-HISTORY-OK                    VALUE '00'.
           05  WS-NEXT-ID-STATUS       PIC XX       VALUE ZEROS.
               88  WS-NEXT-ID-OK                    VALUE '00'.

           05  WS-LAST-ID              PIC 9(7)     VALUE 1000000.
           05  WS-HISTORY-PRESENT      PIC X        VALUE 'N'.
           05  WS-FOUND                PIC X        VALUE 'N'.

           COPY SSNMASK.

           05  WS-STUDENT-CTR          PIC 9(5)     VALUE ZEROS.
           05  WS-ALUMNI-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-ALUMNI-MATCHED-CTR   PIC 9(5)     VALUE ZEROS.
           05  WS-HISTORY-CTR          PIC 9(6)     VALUE ZEROS.
           05  WS-HISTORY-UNMATCHED-CTR PIC 9(6)    VALUE ZEROS.

           05  WS-LOCK-STATUS          PIC XX       VALUE ZEROS.
               88  WS-LOCK-OK                       VALUE '00'.
           05  WS-LOCK-BUSY            PIC X        VALUE 'N'.
               88  WS-LOCK-IS-BUSY                  VALUE 'Y'.
           05  WS-PRIOR-RUN            PIC X        VALUE 'N'.
               88  WS-ALREADY-CONVERTED             VALUE 'Y'.

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(21)
               VALUE 'PASS EM STATE COLLEGE'.

       01  HL-HEADING2.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(32)
               VALUE 'STUDENT ID CONVERSION REGISTER'.

       01  HL-HEADING3.
           05                          PIC X(8)     VALUE SPACES.
           05                          PIC X(12)
               VALUE 'STUDENT ID'.
           05                          PIC X(11)
               VALUE 'SSN'.
           05                          PIC X(23)
               VALUE 'NAME'.
           05                          PIC X(8)
               VALUE 'SOURCE'.

       01  DL-ASSIGN-LINE.
           05                          PIC X(8)     VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC 9(7).
           05                          PIC X(5)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NAME             PIC X(21).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SOURCE           PIC X(20).

       01  DL-SUMMARY-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(30).
           05  DL-OUT-COUNT            PIC Z,ZZZ,ZZ9.

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
               READ OLD-STUDENT-FILE NEXT RECORD
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     PERFORM 200-CONVERT-STUDENT-RTN
               END-READ
           END-PERFORM.

      *    Students are all on the new master before any alumnus
      *    is numbered, so an alumnus also on it keeps that ID.
           CLOSE STUDENT-MASTER-FILE.
           OPEN INPUT STUDENT-MASTER-FILE.

           PERFORM 300-CONVERT-ALUMNI-RTN.

           CLOSE ALUMNI-FILE.
           OPEN INPUT ALUMNI-FILE.

           PERFORM 400-STAMP-HISTORY-RTN.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           STOP RUN.

      **********************************************************
      *  200-CONVERT-STUDENT-RTN - Performed from 100-MAIN-    *
      *              MODULE for each old student record,       *
      *              writes it to the new master with the next *
      *              student ID                                *
      **********************************************************
       200-CONVERT-STUDENT-RTN.
           MOVE OLD-STUDENT-REC TO STUDENT-MASTER-REC.
           ADD 1 TO WS-LAST-ID.
           MOVE WS-LAST-ID TO STUDENT-ID-IN.
           WRITE STUDENT-MASTER-REC.
           ADD 1 TO WS-STUDENT-CTR.

           MOVE STUDENT-ID-IN TO DL-OUT-STUDENT-ID.
           MOVE SOC-SEC-NO-IN (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO DL-OUT-SSN.
           MOVE NAME-IN TO DL-OUT-NAME.
           MOVE 'STUDENT' TO DL-OUT-SOURCE.
           WRITE CONVERSION-REPORT-REC FROM DL-ASSIGN-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************************
      *  300-CONVERT-ALUMNI-RTN - Performed from 100-MAIN-     *
      *              MODULE, rebuilds the alumni master from   *
      *              the old one.  A missing old alumni file   *
      *              leaves the new one empty.                 *
      **********************************************************
       300-CONVERT-ALUMNI-RTN.
           OPEN INPUT OLD-ALUMNI-FILE.
           IF WS-OLD-ALUMNI-OK
               PERFORM UNTIL WS-OLD-ALUMNI-STATUS = '10'
                   READ OLD-ALUMNI-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-OLD-ALUMNI-STATUS
                       NOT AT END
                           PERFORM 320-CONVERT-ONE-ALUMNUS-RTN
                   END-READ
               END-PERFORM
               CLOSE OLD-ALUMNI-FILE
           END-IF.

      **********************************************************
      *  320-CONVERT-ONE-ALUMNUS-RTN - Performed from 300-     *
      *              CONVERT-ALUMNI-RTN.  An alumnus still on  *
      *              the student master keeps that student's   *
      *              ID; anyone else draws the next one.       *
      **********************************************************
       320-CONVERT-ONE-ALUMNUS-RTN.
           MOVE OLD-ALUMNI-REC TO ALUMNI-REC.
           MOVE AL-SOC-SEC-NO TO SOC-SEC-NO-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-LAST-ID
                   MOVE WS-LAST-ID TO AL-STUDENT-ID
                   MOVE 'ALUMNUS' TO DL-OUT-SOURCE
               NOT INVALID KEY
                   MOVE STUDENT-ID-IN TO AL-STUDENT-ID
                   ADD 1 TO WS-ALUMNI-MATCHED-CTR
                   MOVE 'ALUMNUS - STUDENT ID' TO DL-OUT-SOURCE
           END-READ.
           WRITE ALUMNI-REC.
           ADD 1 TO WS-ALUMNI-CTR.

           MOVE AL-STUDENT-ID TO DL-OUT-STUDENT-ID.
           MOVE AL-SOC-SEC-NO (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO DL-OUT-SSN.
           MOVE AL-NAME TO DL-OUT-NAME.
           WRITE CONVERSION-REPORT-REC FROM DL-ASSIGN-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************************
      *  400-STAMP-HISTORY-RTN - Performed from 100-MAIN-      *
      *              MODULE.  Copies the grade history to the  *
      *              work file with each record's student ID   *
      *              filled in, then copies it back.           *
      **********************************************************
       400-STAMP-HISTORY-RTN.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-OK
               MOVE 'Y' TO WS-HISTORY-PRESENT
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM UNTIL WS-HISTORY-STATUS = '10'
                   READ HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-HISTORY-STATUS
                       NOT AT END
                           ADD 1 TO WS-HISTORY-CTR
                           PERFORM 420-FIND-STUDENT-ID-RTN
                           WRITE HISTORY-WORK-REC FROM HISTORY-REC
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
                     HISTORY-WORK-FILE
           END-IF.

           IF WS-HISTORY-PRESENT = 'Y'
               PERFORM 450-COPY-BACK-HISTORY-RTN
           END-IF.

      **********************************************************
      *  420-FIND-STUDENT-ID-RTN - Performed from 400-STAMP-   *
      *              HISTORY-RTN.  Looks the history SSN up on *
      *              the student master, then on the alumni    *
      *              master.                                   *
      **********************************************************
       420-FIND-STUDENT-ID-RTN.
           MOVE 'N' TO WS-FOUND.
           MOVE ZEROS TO GH-STUDENT-ID.
           MOVE GH-SOC-SEC-NO TO SOC-SEC-NO-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STUDENT-ID-IN TO GH-STUDENT-ID
                   MOVE 'Y' TO WS-FOUND
           END-READ.

           IF WS-FOUND = 'N'
               MOVE GH-SOC-SEC-NO TO AL-SOC-SEC-NO
               READ ALUMNI-FILE
                   INVALID KEY
                       ADD 1 TO WS-HISTORY-UNMATCHED-CTR
                   NOT INVALID KEY
                       MOVE AL-STUDENT-ID TO GH-STUDENT-ID
               END-READ
           END-IF.

      **********************************************************
      *  450-COPY-BACK-HISTORY-RTN - Performed from 400-STAMP- *
      *              HISTORY-RTN, replaces the grade history   *
      *              with the stamped work file                *
      **********************************************************
       450-COPY-BACK-HISTORY-RTN.
           OPEN INPUT HISTORY-WORK-FILE
                OUTPUT HISTORY-FILE.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
           PERFORM UNTIL NO-MORE-RECORDS
               READ HISTORY-WORK-FILE INTO HISTORY-REC
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       WRITE HISTORY-REC
               END-READ
           END-PERFORM.
           CLOSE HISTORY-WORK-FILE
                 HISTORY-FILE.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the run summary counts     *
      *                        and saves the last ID assigned    *
      ************************************************************
       700-END-PROGRAM-RTN.
           MOVE SPACES TO CONVERSION-REPORT-REC
           WRITE CONVERSION-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'STUDENTS ASSIGNED IDS         ' TO DL-OUT-LABEL
           MOVE WS-STUDENT-CTR TO DL-OUT-COUNT
           WRITE CONVERSION-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'ALUMNI CONVERTED              ' TO DL-OUT-LABEL
           MOVE WS-ALUMNI-CTR TO DL-OUT-COUNT
           WRITE CONVERSION-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'ALUMNI KEEPING A STUDENT ID   ' TO DL-OUT-LABEL
           MOVE WS-ALUMNI-MATCHED-CTR TO DL-OUT-COUNT
           WRITE CONVERSION-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'HISTORY RECORDS STAMPED       ' TO DL-OUT-LABEL
           MOVE WS-HISTORY-CTR TO DL-OUT-COUNT
           WRITE CONVERSION-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'HISTORY SSNS NOT ON FILE      ' TO DL-OUT-LABEL
           MOVE WS-HISTORY-UNMATCHED-CTR TO DL-OUT-COUNT
           WRITE CONVERSION-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'LAST STUDENT ID ASSIGNED      ' TO DL-OUT-LABEL
           MOVE WS-LAST-ID TO DL-OUT-COUNT
           WRITE CONVERSION-REPORT-REC FROM DL-SUMMARY-LINE

           WRITE CONVERSION-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

           OPEN OUTPUT NEXT-ID-FILE.
           MOVE WS-LAST-ID TO NI-LAST-ID.
           WRITE NEXT-ID-REC.
           CLOSE NEXT-ID-FILE.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Claims the master lock, makes   *
      *                          sure the conversion has not     *
      *                          already run, opens the old and  *
      *                          new masters, and prints the     *
      *                          headings                        *
      ************************************************************
       800-INITIALIZATION-RTN.
           PERFORM 010-CLAIM-MASTER-LOCK-RTN.

           PERFORM 810-CHECK-PRIOR-RUN-RTN.
           IF WS-ALREADY-CONVERTED
               PERFORM 990-RELEASE-MASTER-LOCK-RTN
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT OLD-STUDENT-FILE.
           IF NOT WS-OLD-STUDENT-OK
               DISPLAY 'CH1004U  CANNOT START - CH1004US.DAT '
                   'NOT FOUND'
               PERFORM 990-RELEASE-MASTER-LOCK-RTN
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT STUDENT-MASTER-FILE
                       ALUMNI-FILE
                       CONVERSION-REPORT-FILE.

           WRITE CONVERSION-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE
           WRITE CONVERSION-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES
           WRITE CONVERSION-REPORT-REC FROM HL-HEADING3
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO CONVERSION-REPORT-REC
           WRITE CONVERSION-REPORT-REC.

      ***********************************************************
      * 810-CHECK-PRIOR-RUN-RTN - Performed from 800-           *
      *                    INITIALIZATION-RTN.  CH1004ID.CTL is *
      *                    written only by this conversion and  *
      *                    CH1004M, and a student on CH1004.DAT *
      *                    with an ID was numbered by one of    *
      *                    them; either means the IDs already   *
      *                    exist and rebuilding the masters     *
      *                    would renumber every student.        *
      *                    Numbering therefore always starts    *
      *                    from the VALUE-clause start.         *
      ***********************************************************
       810-CHECK-PRIOR-RUN-RTN.
           OPEN INPUT NEXT-ID-FILE.
           IF WS-NEXT-ID-OK
               CLOSE NEXT-ID-FILE
               MOVE 'Y' TO WS-PRIOR-RUN
               DISPLAY 'CH1004U  CANNOT START - CH1004ID.CTL '
                   'ALREADY EXISTS'
           END-IF.

           IF NOT WS-ALREADY-CONVERTED
               OPEN INPUT STUDENT-MASTER-FILE
               IF WS-MASTER-OK
                   READ STUDENT-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF STUDENT-ID-IN NUMERIC
                              AND STUDENT-ID-IN > ZERO
                               MOVE 'Y' TO WS-PRIOR-RUN
                               DISPLAY 'CH1004U  CANNOT START - '
                                   'CH1004.DAT ALREADY HAS '
                                   'STUDENT IDS'
                           END-IF
                   END-READ
                   CLOSE STUDENT-MASTER-FILE
               END-IF
           END-IF.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           CLOSE OLD-STUDENT-FILE
                 STUDENT-MASTER-FILE
                 ALUMNI-FILE
                 CONVERSION-REPORT-FILE.
           PERFORM 990-RELEASE-MASTER-LOCK-RTN.

      **********************************************************
      *  010-CLAIM-MASTER-LOCK-RTN - Claims the CH1004.DAT     *
      *              run lock before the master is rebuilt.    *
      *              Every program that updates this master    *
      *              honors the same CH1004.LCK convention, so *
      *              two updaters can never tear the file up   *
      *              at once.  A lock already held stops this  *
      *              run on the console, naming the holder.    *
      **********************************************************
       010-CLAIM-MASTER-LOCK-RTN.
           MOVE 'N' TO ML-HELD-FLAG.
           OPEN INPUT MASTER-LOCK-FILE.
           IF WS-LOCK-OK
               READ MASTER-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ML-HELD-FLAG = 'Y'
                           MOVE 'Y' TO WS-LOCK-BUSY
                       END-IF
               END-READ
               CLOSE MASTER-LOCK-FILE
           END-IF.

           IF WS-LOCK-IS-BUSY
               DISPLAY 'CH1004U  CANNOT START - CH1004.DAT '
                   'LOCKED BY ' ML-HOLDER
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'Y' TO ML-HELD-FLAG.
           MOVE 'CH1004U ' TO ML-HOLDER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP.
           WRITE MASTER-LOCK-REC.
           CLOSE MASTER-LOCK-FILE.

      **********************************************************
      *  990-RELEASE-MASTER-LOCK-RTN - Releases the master     *
      *              run lock after the master is closed       *
      **********************************************************
       990-RELEASE-MASTER-LOCK-RTN.
           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'N' TO ML-HELD-FLAG.
           MOVE SPACES TO ML-HOLDER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP.
           WRITE MASTER-LOCK-REC.
           CLOSE MASTER-LOCK-FILE.
