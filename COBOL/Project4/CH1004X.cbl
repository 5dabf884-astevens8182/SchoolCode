       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH1004X.
      ************************************************************
      *  CH1004X  -  Post-term grade change and incomplete       *
      *              resolution.  Reads the registrar's grade-   *
      *              change transactions from CH1004X.DAT and    *
      *              applies each one to the permanent grade-    *
      *              history entry it replaces on CH1004H.DAT -  *
      *              same student, term and course, and the old  *
      *              grade keyed must be the grade the history   *
      *              holds, so a change keyed against the wrong  *
      *              course or a stale grade is rejected.  The   *
      *              history record is updated in place with its *
      *              audit trail (grade first recorded, change   *
      *              date and authorizer, see GRDHIST) and every *
      *              change applied is also appended with its    *
      *              reason to the change log CH1004XA.DAT.      *
      *                                                          *
      *  For each student changed, CREDITS-IN on the student     *
      *  master CH1004.DAT moves by the credits the changes      *
      *  earn or take away (an F or I earns none), and when the  *
      *  change falls in the student's latest term on the        *
      *  history - the term GPA-IN holds - that term's GPA is    *
      *  recomputed from the corrected history exactly as        *
      *  CH1004G computes it.  A student whose probation or      *
      *  dean's-list standing (the CH1004C.CTL cutoffs) flips    *
      *  is flagged on the register and on the letter flag file  *
      *  CH1004LF.DAT, which the next PROJECT4L run reads to     *
      *  issue or withdraw the probation notice.  The register   *
      *  CH1004X.RPT lists every change with its result, every   *
      *  student's before and after values, and the run counts;  *
      *  the reject count rides out as the return code.          *
      *                                                          *
      *  CH1004X.DAT, 53-character records:                      *
      *      1-9   SSN              10-15 term id                *
      *     16-23  course id        24    old grade              *
      *     25     new grade        26-45 reason                 *
      *     46-53  authorized by                                 *
      *  Grades are A-D, F, or I for an incomplete.              *
      *                                                          *
      *  The register prints SSNs masked to their last four      *
      *  digits; the student section also shows each student's   *
      *  ID.                                                     *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004X.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004H.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT HISTORY-WORK-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004HW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHANGE-LOG-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004XA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.

           SELECT STUDENT-MASTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOC-SEC-NO-IN
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ACADEMIC-LIMIT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004C.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

           SELECT LETTER-FLAG-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004LF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT CHANGE-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004X.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-LOCK-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  CHANGE-REC.
           05  XT-SOC-SEC-NO           PIC X(9).
           05  XT-TERM-ID              PIC X(6).
           05  XT-COURSE-ID            PIC X(8).
           05  XT-OLD-GRADE            PIC X(1).
               88  XT-OLD-GRADE-VALID      VALUE 'A', 'B', 'C',
                                                 'D', 'F', 'I'.
           05  XT-NEW-GRADE            PIC X(1).
               88  XT-NEW-GRADE-VALID      VALUE 'A', 'B', 'C',
                                                 'D', 'F', 'I'.
           05  XT-REASON               PIC X(20).
           05  XT-AUTHORIZED-BY        PIC X(8).

       FD  HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  HISTORY-REC.
           COPY GRDHIST.

       FD  HISTORY-WORK-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  HISTORY-WORK-REC            PIC X(50).

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  CHANGE-LOG-REC.
           05  XA-CHANGE-DATE          PIC X(8).
           05  XA-CHANGE-DETAIL        PIC X(53).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-REC.
           COPY STUREC.

       FD  ACADEMIC-LIMIT-FILE.
       01  ACADEMIC-LIMIT-REC.
           05  CT-PROBATION-GPA-CUTOFF     PIC 9V99.
           05  CT-DEANS-LIST-GPA-CUTOFF    PIC 9V99.
           05  CT-DEGREE-CREDITS-NEEDED    PIC 9(3).

       FD  LETTER-FLAG-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  LETTER-FLAG-REC.
           05  LF-SOC-SEC-NO           PIC X(9).
           05  LF-ACTION               PIC X(1).
           05  LF-FLAG-DATE            PIC X(8).

       FD  CHANGE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHANGE-REPORT-REC           PIC X(80).

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

           05  WS-CHANGE-STATUS        PIC XX       VALUE ZEROS.
               88  WS-CHANGE-OK                     VALUE '00'.
           05  WS-HISTORY-STATUS       PIC XX       VALUE ZEROS.
               88  WS-HISTORY-OK                    VALUE '00'.
           05  WS-CHANGE-LOG-STATUS    PIC XX       VALUE ZEROS.
               88  WS-CHANGE-LOG-DOES-NOT-EXIST     VALUE '35'.
           05  WS-MASTER-STATUS        PIC XX       VALUE ZEROS.
               88  WS-MASTER-OK                     VALUE '00'.
           05  WS-LIMIT-FILE-STATUS    PIC XX       VALUE ZEROS.
               88  WS-LIMIT-FILE-OK                 VALUE '00'.
           05  WS-FLAG-STATUS          PIC XX       VALUE ZEROS.
               88  WS-FLAG-DOES-NOT-EXIST           VALUE '35'.

           05  WS-LOCK-STATUS          PIC XX       VALUE ZEROS.
               88  WS-LOCK-OK                       VALUE '00'.
           05  WS-LOCK-BUSY            PIC X        VALUE 'N'.
               88  WS-LOCK-IS-BUSY                  VALUE 'Y'.

           05  WS-PROBATION-GPA-CUTOFF   PIC 9V99   VALUE 2.00.
           05  WS-DEANS-LIST-GPA-CUTOFF  PIC 9V99   VALUE 3.50.

           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

           05  WS-GRADE-POINTS         PIC 9(1)     VALUE ZEROS.
           05  WS-OLD-EARNED           PIC 9(2)     VALUE ZEROS.
           05  WS-NEW-EARNED           PIC 9(2)     VALUE ZEROS.
           05  WS-NEW-CREDITS          PIC S9(4)    VALUE ZEROS.
           05  WS-NEW-GPA              PIC 9V99     VALUE ZEROS.
           05  WS-OLD-GPA              PIC 9V99     VALUE ZEROS.
           05  WS-OLD-CREDITS          PIC 9(3)     VALUE ZEROS.

           05  WS-WAS-PROBATION        PIC X        VALUE 'N'.
           05  WS-NOW-PROBATION        PIC X        VALUE 'N'.
           05  WS-WAS-DEANS-LIST       PIC X        VALUE 'N'.
           05  WS-NOW-DEANS-LIST       PIC X        VALUE 'N'.

           05  WS-READ-CTR             PIC 9(4)     VALUE ZEROS.
           05  WS-APPLIED-CTR          PIC 9(4)     VALUE ZEROS.
           05  WS-REJECT-CTR           PIC 9(4)     VALUE ZEROS.
           05  WS-UPDATED-CTR          PIC 9(4)     VALUE ZEROS.
           05  WS-NOT-FOUND-CTR        PIC 9(4)     VALUE ZEROS.
           05  WS-FLAGGED-CTR          PIC 9(4)     VALUE ZEROS.
           05  WS-HISTORY-CTR          PIC 9(6)     VALUE ZEROS.
           COPY SSNMASK.

      *    Every change keyed this run, in file order, with the
      *    result each one came to.  Status P is pending until the
      *    history pass finds its course, A applied, R rejected.
       01  WS-CHANGE-TABLE.
           05  WS-CHG-COUNT            PIC 9(3)     VALUE ZEROS.
           05  WS-CHG-IDX              PIC 9(3)     VALUE ZEROS.
           05  WS-CHG-ENTRY            OCCURS 500 TIMES.
               10  WS-CHG-DETAIL.
                   15  WS-CHG-SSN      PIC X(9).
                   15  WS-CHG-TERM     PIC X(6).
                   15  WS-CHG-COURSE   PIC X(8).
                   15  WS-CHG-OLD      PIC X(1).
                   15  WS-CHG-NEW      PIC X(1).
                   15  WS-CHG-REASON   PIC X(20).
                   15  WS-CHG-AUTH     PIC X(8).
               10  WS-CHG-STATUS       PIC X(1).
               10  WS-CHG-HOURS        PIC 9(2).
               10  WS-CHG-RESULT       PIC X(30).

      *    One entry per student with a change applied: the net
      *    credits the changes earn, whether a change fell in the
      *    student's latest history term, and that latest term's
      *    quality points and GPA credits off the corrected file.
       01  WS-STUDENT-TABLE.
           05  WS-STU-COUNT            PIC 9(3)     VALUE ZEROS.
           05  WS-STU-IDX              PIC 9(3)     VALUE ZEROS.
           05  WS-STU-FOUND            PIC X        VALUE 'N'.
           05  WS-STU-ENTRY            OCCURS 500 TIMES.
               10  WS-STU-SSN          PIC X(9).
               10  WS-STU-EARNED-DELTA PIC S9(4).
               10  WS-STU-LAST-TERM    PIC X(6).
               10  WS-STU-LAST-CHANGED PIC X(1).
               10  WS-STU-QUALITY      PIC 9(4)V99.
               10  WS-STU-GPA-CREDITS  PIC 9(3).

       01  HL-HEADING1.
           05                          PIC X(22)    VALUE SPACES.
           05                          PIC X(30)
              VALUE 'GRADE CHANGE REGISTER'.

       01  HL-HEADING2.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(11)
               VALUE 'SSN'.
           05                          PIC X(8)
               VALUE 'TERM'.
           05                          PIC X(10)
               VALUE 'COURSE'.
           05                          PIC X(7)
               VALUE 'OLD NEW'.
           05                          PIC X(10)
               VALUE 'AUTH BY'.
           05                          PIC X(30)
               VALUE 'RESULT'.

       01  DL-CHANGE-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-TERM             PIC X(6).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-COURSE           PIC X(8).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-OLD-GRADE        PIC X(1).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-NEW-GRADE        PIC X(1).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-AUTH             PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RESULT           PIC X(30).

       01  DL-REASON-LINE.
           05                          PIC X(13)    VALUE SPACES.
           05                          PIC X(8)
               VALUE 'REASON:'.
           05  DL-OUT-REASON           PIC X(20).

       01  HL-STUDENT-HEADING.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(9)
               VALUE 'ID'.
           05                          PIC X(11)
               VALUE 'SSN'.
           05                          PIC X(23)
               VALUE 'STUDENT NAME'.
           05                          PIC X(16)
               VALUE 'GPA  OLD   NEW'.
           05                          PIC X(17)
               VALUE 'CREDITS  OLD  NEW'.

       01  DL-STUDENT-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-STU-ID           PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-STU-SSN          PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-STU-NAME         PIC X(21).
           05                          PIC X(7)     VALUE SPACES.
           05  DL-OUT-OLD-GPA          PIC 9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NEW-GPA          PIC 9.99.
           05                          PIC X(10)    VALUE SPACES.
           05  DL-OUT-OLD-CREDITS      PIC ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NEW-CREDITS      PIC ZZ9.

       01  DL-NOT-FOUND-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NF-SSN           PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(45)
              VALUE 'NOT ON STUDENT MASTER - HISTORY ONLY CHANGED'.

       01  DL-FLAG-LINE.
           05                          PIC X(13)    VALUE SPACES.
           05                          PIC X(1)     VALUE '*'.
           05  DL-OUT-FLAG             PIC X(40).

       01  DL-SUMMARY-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(28).
           05  DL-OUT-COUNT            PIC Z,ZZ9.

       PROCEDURE DIVISION.
      **********************************************************
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           PERFORM 800-INITIALIZATION-RTN.

           PERFORM UNTIL NO-MORE-RECORDS
               READ CHANGE-FILE
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     ADD 1 TO WS-READ-CTR
                     PERFORM 300-EDIT-CHANGE-RTN
               END-READ
           END-PERFORM.

           PERFORM 400-APPLY-TO-HISTORY-RTN.
           PERFORM 450-LIST-CHANGES-RTN.

           IF WS-APPLIED-CTR > ZERO
               PERFORM 500-COPY-BACK-HISTORY-RTN
               PERFORM 600-UPDATE-STUDENTS-RTN
           END-IF.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           MOVE WS-REJECT-CTR TO RETURN-CODE.

           STOP RUN.

      **********************************************************
      *  300-EDIT-CHANGE-RTN - Performed from 100-MAIN-MODULE  *
      *              for each change keyed.  Edits the fields  *
      *              and holds the change in the table, as     *
      *              pending or already rejected.              *
      **********************************************************
       300-EDIT-CHANGE-RTN.
           EVALUATE TRUE
               WHEN XT-SOC-SEC-NO = SPACES
                      OR XT-TERM-ID = SPACES
                      OR XT-COURSE-ID = SPACES
                   MOVE 'SSN, TERM OR COURSE MISSING'
                       TO WS-REJECT-REASON
               WHEN NOT XT-OLD-GRADE-VALID
                      OR NOT XT-NEW-GRADE-VALID
                   MOVE 'GRADE NOT A-D, F OR I'
                       TO WS-REJECT-REASON
               WHEN XT-OLD-GRADE = XT-NEW-GRADE
                   MOVE 'OLD AND NEW GRADE THE SAME'
                       TO WS-REJECT-REASON
               WHEN XT-REASON = SPACES
                      OR XT-AUTHORIZED-BY = SPACES
                   MOVE 'NO REASON OR AUTHORIZATION'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
           END-EVALUATE.

      *    A change past the table's room is turned back whole
      *    for the next run rather than half applied.
           IF WS-CHG-COUNT = 500
               MOVE XT-SOC-SEC-NO (6:4) TO WS-MASKED-SSN-LAST4
               MOVE WS-MASKED-SSN TO DL-OUT-SSN
               MOVE XT-TERM-ID TO DL-OUT-TERM
               MOVE XT-COURSE-ID TO DL-OUT-COURSE
               MOVE XT-OLD-GRADE TO DL-OUT-OLD-GRADE
               MOVE XT-NEW-GRADE TO DL-OUT-NEW-GRADE
               MOVE XT-AUTHORIZED-BY TO DL-OUT-AUTH
               MOVE 'OVER 500 CHANGES - KEY AGAIN' TO DL-OUT-RESULT
               WRITE CHANGE-REPORT-REC FROM DL-CHANGE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE XT-REASON TO DL-OUT-REASON
               WRITE CHANGE-REPORT-REC FROM DL-REASON-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-REJECT-CTR
           ELSE
               ADD 1 TO WS-CHG-COUNT
               MOVE CHANGE-REC TO WS-CHG-DETAIL (WS-CHG-COUNT)
               MOVE ZEROS TO WS-CHG-HOURS (WS-CHG-COUNT)
               IF WS-REJECT-REASON = SPACES
                   MOVE 'P' TO WS-CHG-STATUS (WS-CHG-COUNT)
                   MOVE SPACES TO WS-CHG-RESULT (WS-CHG-COUNT)
               ELSE
                   MOVE 'R' TO WS-CHG-STATUS (WS-CHG-COUNT)
                   MOVE WS-REJECT-REASON
                       TO WS-CHG-RESULT (WS-CHG-COUNT)
               END-IF
           END-IF.

      **********************************************************
      *  400-APPLY-TO-HISTORY-RTN - Performed from 100-MAIN-   *
      *              MODULE.  Copies the grade history to the  *
      *              work file, applying each pending change   *
      *              to the course it names on the way.  A     *
      *              change whose course never turns up is     *
      *              rejected.                                 *
      **********************************************************
       400-APPLY-TO-HISTORY-RTN.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-OK
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM UNTIL WS-HISTORY-STATUS = '10'
                   READ HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-HISTORY-STATUS
                       NOT AT END
                           ADD 1 TO WS-HISTORY-CTR
                           PERFORM 420-MATCH-ONE-CHANGE-RTN
                               VARYING WS-CHG-IDX FROM 1 BY 1
                               UNTIL WS-CHG-IDX > WS-CHG-COUNT
                           WRITE HISTORY-WORK-REC FROM HISTORY-REC
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
                     HISTORY-WORK-FILE
           END-IF.

           PERFORM 440-REJECT-NOT-FOUND-RTN
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

      **********************************************************
      *  420-MATCH-ONE-CHANGE-RTN - Performed from 400-APPLY-  *
      *              TO-HISTORY-RTN, applies a pending change  *
      *              to the history record when it names this  *
      *              student, term and course.  Changes are    *
      *              tried in keyed order, so a second change  *
      *              to the same course edits against the      *
      *              grade the first one left.                 *
      **********************************************************
       420-MATCH-ONE-CHANGE-RTN.
           IF WS-CHG-STATUS (WS-CHG-IDX) = 'P'
              AND WS-CHG-SSN (WS-CHG-IDX) = GH-SOC-SEC-NO
              AND WS-CHG-TERM (WS-CHG-IDX) = GH-TERM-ID
              AND WS-CHG-COURSE (WS-CHG-IDX) = GH-COURSE-ID
               IF WS-CHG-OLD (WS-CHG-IDX) NOT = GH-LETTER-GRADE
                   MOVE 'R' TO WS-CHG-STATUS (WS-CHG-IDX)
                   MOVE 'OLD GRADE NOT THE GRADE ON FILE'
                       TO WS-CHG-RESULT (WS-CHG-IDX)
               ELSE
                   IF GH-ORIGINAL-GRADE = SPACE
                       MOVE GH-LETTER-GRADE TO GH-ORIGINAL-GRADE
                   END-IF
                   MOVE WS-CHG-NEW (WS-CHG-IDX) TO GH-LETTER-GRADE
                   MOVE WS-RUN-DATE TO GH-CHANGE-DATE
                   MOVE WS-CHG-AUTH (WS-CHG-IDX) TO GH-CHANGED-BY
                   MOVE 'A' TO WS-CHG-STATUS (WS-CHG-IDX)
                   MOVE 'APPLIED' TO WS-CHG-RESULT (WS-CHG-IDX)
                   MOVE GH-CREDIT-HOURS TO WS-CHG-HOURS (WS-CHG-IDX)
               END-IF
           END-IF.

      **********************************************************
      *  440-REJECT-NOT-FOUND-RTN - Performed from 400-APPLY-  *
      *              TO-HISTORY-RTN, rejects a change still    *
      *              pending after the whole history was read  *
      **********************************************************
       440-REJECT-NOT-FOUND-RTN.
           IF WS-CHG-STATUS (WS-CHG-IDX) = 'P'
               MOVE 'R' TO WS-CHG-STATUS (WS-CHG-IDX)
               MOVE 'COURSE NOT ON GRADE HISTORY'
                   TO WS-CHG-RESULT (WS-CHG-IDX)
           END-IF.

      **********************************************************
      *  450-LIST-CHANGES-RTN - Performed from 100-MAIN-       *
      *              MODULE, lists every change with its       *
      *              result, logs the applied ones, and builds *
      *              the table of students to update           *
      **********************************************************
       450-LIST-CHANGES-RTN.
           PERFORM 460-LIST-ONE-CHANGE-RTN
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

      **********************************************************
      *  460-LIST-ONE-CHANGE-RTN - Performed from 450-LIST-    *
      *              CHANGES-RTN for one change                *
      **********************************************************
       460-LIST-ONE-CHANGE-RTN.
           MOVE WS-CHG-SSN (WS-CHG-IDX) (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO DL-OUT-SSN.
           MOVE WS-CHG-TERM (WS-CHG-IDX) TO DL-OUT-TERM.
           MOVE WS-CHG-COURSE (WS-CHG-IDX) TO DL-OUT-COURSE.
           MOVE WS-CHG-OLD (WS-CHG-IDX) TO DL-OUT-OLD-GRADE.
           MOVE WS-CHG-NEW (WS-CHG-IDX) TO DL-OUT-NEW-GRADE.
           MOVE WS-CHG-AUTH (WS-CHG-IDX) TO DL-OUT-AUTH.
           MOVE WS-CHG-RESULT (WS-CHG-IDX) TO DL-OUT-RESULT.
           WRITE CHANGE-REPORT-REC FROM DL-CHANGE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-CHG-REASON (WS-CHG-IDX) TO DL-OUT-REASON.
           WRITE CHANGE-REPORT-REC FROM DL-REASON-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-CHG-STATUS (WS-CHG-IDX) = 'A'
               ADD 1 TO WS-APPLIED-CTR
               MOVE WS-RUN-DATE TO XA-CHANGE-DATE
               MOVE WS-CHG-DETAIL (WS-CHG-IDX) TO XA-CHANGE-DETAIL
               WRITE CHANGE-LOG-REC
               PERFORM 470-NOTE-STUDENT-RTN
           ELSE
               ADD 1 TO WS-REJECT-CTR
           END-IF.

      **********************************************************
      *  470-NOTE-STUDENT-RTN - Performed from 460-LIST-ONE-   *
      *              CHANGE-RTN for an applied change, adds    *
      *              the credits the change earns or takes     *
      *              away to the student's entry               *
      **********************************************************
       470-NOTE-STUDENT-RTN.
           MOVE 'N' TO WS-STU-FOUND.
           PERFORM 475-FIND-ONE-STUDENT-RTN
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-COUNT
                     OR WS-STU-FOUND = 'Y'.
           IF WS-STU-FOUND = 'Y'
               SUBTRACT 1 FROM WS-STU-IDX
           ELSE
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-COUNT TO WS-STU-IDX
               MOVE WS-CHG-SSN (WS-CHG-IDX) TO WS-STU-SSN (WS-STU-IDX)
               MOVE ZEROS TO WS-STU-EARNED-DELTA (WS-STU-IDX)
                             WS-STU-QUALITY (WS-STU-IDX)
                             WS-STU-GPA-CREDITS (WS-STU-IDX)
               MOVE SPACES TO WS-STU-LAST-TERM (WS-STU-IDX)
               MOVE 'N' TO WS-STU-LAST-CHANGED (WS-STU-IDX)
           END-IF.

      *    An F or an I earns no credits; every other grade earns
      *    the course's hours.
           MOVE ZEROS TO WS-OLD-EARNED WS-NEW-EARNED.
           IF WS-CHG-OLD (WS-CHG-IDX) NOT = 'F'
              AND WS-CHG-OLD (WS-CHG-IDX) NOT = 'I'
               MOVE WS-CHG-HOURS (WS-CHG-IDX) TO WS-OLD-EARNED
           END-IF.
           IF WS-CHG-NEW (WS-CHG-IDX) NOT = 'F'
              AND WS-CHG-NEW (WS-CHG-IDX) NOT = 'I'
               MOVE WS-CHG-HOURS (WS-CHG-IDX) TO WS-NEW-EARNED
           END-IF.
           COMPUTE WS-STU-EARNED-DELTA (WS-STU-IDX) =
               WS-STU-EARNED-DELTA (WS-STU-IDX)
                   + WS-NEW-EARNED - WS-OLD-EARNED.

      **********************************************************
      *  475-FIND-ONE-STUDENT-RTN - Compares the change's      *
      *              student to one student-table entry        *
      **********************************************************
       475-FIND-ONE-STUDENT-RTN.
           IF WS-STU-SSN (WS-STU-IDX) = WS-CHG-SSN (WS-CHG-IDX)
               MOVE 'Y' TO WS-STU-FOUND
           END-IF.

      **********************************************************
      *  500-COPY-BACK-HISTORY-RTN - Performed from 100-MAIN-  *
      *              MODULE when a change applied.  Copies the *
      *              corrected work file back over CH1004H.DAT *
      *              and, for each changed student, totals the *
      *              latest term on file.  The history holds   *
      *              each term's courses together in the order *
      *              the terms were graded, so the last run of *
      *              a student's records is the latest term.   *
      **********************************************************
       500-COPY-BACK-HISTORY-RTN.
           OPEN INPUT HISTORY-WORK-FILE
                OUTPUT HISTORY-FILE.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
           PERFORM UNTIL NO-MORE-RECORDS
               READ HISTORY-WORK-FILE INTO HISTORY-REC
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       WRITE HISTORY-REC
                       PERFORM 520-TOTAL-LATEST-TERM-RTN
               END-READ
           END-PERFORM.
           CLOSE HISTORY-WORK-FILE
                 HISTORY-FILE.

           PERFORM 540-CHECK-LATEST-CHANGED-RTN
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

      **********************************************************
      *  520-TOTAL-LATEST-TERM-RTN - Performed from 500-COPY-  *
      *              BACK-HISTORY-RTN.  Rolls a changed        *
      *              student's course into the latest-term     *
      *              totals, starting them over when a newer   *
      *              term begins.  Grade points as CH1004G.    *
      **********************************************************
       520-TOTAL-LATEST-TERM-RTN.
           MOVE 'N' TO WS-STU-FOUND.
           PERFORM 525-FIND-HISTORY-STUDENT-RTN
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-COUNT
                     OR WS-STU-FOUND = 'Y'.

           IF WS-STU-FOUND = 'Y'
               SUBTRACT 1 FROM WS-STU-IDX
               IF GH-TERM-ID NOT = WS-STU-LAST-TERM (WS-STU-IDX)
                   MOVE GH-TERM-ID TO WS-STU-LAST-TERM (WS-STU-IDX)
                   MOVE ZEROS TO WS-STU-QUALITY (WS-STU-IDX)
                                 WS-STU-GPA-CREDITS (WS-STU-IDX)
               END-IF
               IF GH-LETTER-GRADE NOT = 'I'
                   EVALUATE GH-LETTER-GRADE
                       WHEN 'A'
                           MOVE 4 TO WS-GRADE-POINTS
                       WHEN 'B'
                           MOVE 3 TO WS-GRADE-POINTS
                       WHEN 'C'
                           MOVE 2 TO WS-GRADE-POINTS
                       WHEN 'D'
                           MOVE 1 TO WS-GRADE-POINTS
                       WHEN OTHER
                           MOVE 0 TO WS-GRADE-POINTS
                   END-EVALUATE
                   COMPUTE WS-STU-QUALITY (WS-STU-IDX) =
                       WS-STU-QUALITY (WS-STU-IDX)
                           + (WS-GRADE-POINTS * GH-CREDIT-HOURS)
                   ADD GH-CREDIT-HOURS
                       TO WS-STU-GPA-CREDITS (WS-STU-IDX)
               END-IF
           END-IF.

      **********************************************************
      *  525-FIND-HISTORY-STUDENT-RTN - Compares the history   *
      *              record's student to one student-table     *
      *              entry                                     *
      **********************************************************
       525-FIND-HISTORY-STUDENT-RTN.
           IF WS-STU-SSN (WS-STU-IDX) = GH-SOC-SEC-NO
               MOVE 'Y' TO WS-STU-FOUND
           END-IF.

      **********************************************************
      *  540-CHECK-LATEST-CHANGED-RTN - Performed from 500-    *
      *              COPY-BACK-HISTORY-RTN, marks the student  *
      *              when an applied change fell in the        *
      *              student's latest term                     *
      **********************************************************
       540-CHECK-LATEST-CHANGED-RTN.
           IF WS-CHG-STATUS (WS-CHG-IDX) = 'A'
               MOVE 'N' TO WS-STU-FOUND
               PERFORM 475-FIND-ONE-STUDENT-RTN
                   VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
                         OR WS-STU-FOUND = 'Y'
               SUBTRACT 1 FROM WS-STU-IDX
               IF WS-CHG-TERM (WS-CHG-IDX)
                      = WS-STU-LAST-TERM (WS-STU-IDX)
                   MOVE 'Y' TO WS-STU-LAST-CHANGED (WS-STU-IDX)
               END-IF
           END-IF.

      **********************************************************
      *  600-UPDATE-STUDENTS-RTN - Performed from 100-MAIN-    *
      *              MODULE, updates the master for every      *
      *              student with a change applied             *
      **********************************************************
       600-UPDATE-STUDENTS-RTN.
           WRITE CHANGE-REPORT-REC FROM HL-STUDENT-HEADING
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO CHANGE-REPORT-REC.
           WRITE CHANGE-REPORT-REC.

           PERFORM 620-UPDATE-ONE-STUDENT-RTN
               VARYING WS-STU-IDX FROM 1 BY 1
               UNTIL WS-STU-IDX > WS-STU-COUNT.

      **********************************************************
      *  620-UPDATE-ONE-STUDENT-RTN - Performed from 600-      *
      *              UPDATE-STUDENTS-RTN.  Moves CREDITS-IN by *
      *              the net credits earned, recomputes GPA-IN *
      *              when the latest term changed, rewrites    *
      *              the master, and flags a standing that     *
      *              flipped.  A student no longer on the      *
      *              master keeps the history change only.     *
      **********************************************************
       620-UPDATE-ONE-STUDENT-RTN.
           MOVE WS-STU-SSN (WS-STU-IDX) TO SOC-SEC-NO-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE WS-STU-SSN (WS-STU-IDX) (6:4)
                       TO WS-MASKED-SSN-LAST4
                   MOVE WS-MASKED-SSN TO DL-OUT-NF-SSN
                   WRITE CHANGE-REPORT-REC FROM DL-NOT-FOUND-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-NOT-FOUND-CTR
               NOT INVALID KEY
                   PERFORM 640-REWRITE-STUDENT-RTN
           END-READ.

      **********************************************************
      *  640-REWRITE-STUDENT-RTN - Performed from 620-UPDATE-  *
      *              ONE-STUDENT-RTN for a student on file     *
      **********************************************************
       640-REWRITE-STUDENT-RTN.
           MOVE GPA-IN TO WS-OLD-GPA.
           MOVE CREDITS-IN TO WS-OLD-CREDITS.
           PERFORM 680-SET-STANDING-RTN.
           MOVE WS-NOW-PROBATION TO WS-WAS-PROBATION.
           MOVE WS-NOW-DEANS-LIST TO WS-WAS-DEANS-LIST.

           COMPUTE WS-NEW-CREDITS =
               CREDITS-IN + WS-STU-EARNED-DELTA (WS-STU-IDX).
           IF WS-NEW-CREDITS < ZERO
               MOVE ZEROS TO WS-NEW-CREDITS
           END-IF.
           MOVE WS-NEW-CREDITS TO CREDITS-IN.

      *    A latest term left with no graded credits (all of it
      *    incomplete) keeps the GPA it had, as CH1004G does.
           IF WS-STU-LAST-CHANGED (WS-STU-IDX) = 'Y'
              AND WS-STU-GPA-CREDITS (WS-STU-IDX) > ZERO
               COMPUTE WS-NEW-GPA ROUNDED =
                   WS-STU-QUALITY (WS-STU-IDX)
                       / WS-STU-GPA-CREDITS (WS-STU-IDX)
               MOVE WS-NEW-GPA TO GPA-IN
           END-IF.

           REWRITE STUDENT-MASTER-REC.
           ADD 1 TO WS-UPDATED-CTR.

           MOVE STUDENT-ID-IN TO DL-OUT-STU-ID.
           MOVE SOC-SEC-NO-IN (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO DL-OUT-STU-SSN.
           MOVE NAME-IN TO DL-OUT-STU-NAME.
           MOVE WS-OLD-GPA TO DL-OUT-OLD-GPA.
           MOVE GPA-IN TO DL-OUT-NEW-GPA.
           MOVE WS-OLD-CREDITS TO DL-OUT-OLD-CREDITS.
           MOVE CREDITS-IN TO DL-OUT-NEW-CREDITS.
           WRITE CHANGE-REPORT-REC FROM DL-STUDENT-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 680-SET-STANDING-RTN.
           IF WS-NOW-PROBATION = 'Y' AND WS-WAS-PROBATION = 'N'
               MOVE 'I' TO LF-ACTION
               MOVE 'NOW ON PROBATION - LETTER DUE'
                   TO DL-OUT-FLAG
               PERFORM 660-WRITE-FLAG-RTN
           END-IF.
           IF WS-NOW-PROBATION = 'N' AND WS-WAS-PROBATION = 'Y'
               MOVE 'W' TO LF-ACTION
               MOVE 'OFF PROBATION - WITHDRAW LETTER'
                   TO DL-OUT-FLAG
               PERFORM 660-WRITE-FLAG-RTN
           END-IF.
           IF WS-NOW-DEANS-LIST = 'Y' AND WS-WAS-DEANS-LIST = 'N'
               MOVE 'D' TO LF-ACTION
               MOVE 'NOW ON THE DEAN''S LIST'
                   TO DL-OUT-FLAG
               PERFORM 660-WRITE-FLAG-RTN
           END-IF.
           IF WS-NOW-DEANS-LIST = 'N' AND WS-WAS-DEANS-LIST = 'Y'
               MOVE 'R' TO LF-ACTION
               MOVE 'OFF THE DEAN''S LIST'
                   TO DL-OUT-FLAG
               PERFORM 660-WRITE-FLAG-RTN
           END-IF.

      **********************************************************
      *  660-WRITE-FLAG-RTN - Writes one standing flag to the  *
      *              letter flag file and the register         *
      **********************************************************
       660-WRITE-FLAG-RTN.
           MOVE SOC-SEC-NO-IN TO LF-SOC-SEC-NO.
           MOVE WS-RUN-DATE TO LF-FLAG-DATE.
           WRITE LETTER-FLAG-REC.
           WRITE CHANGE-REPORT-REC FROM DL-FLAG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-FLAGGED-CTR.

      **********************************************************
      *  680-SET-STANDING-RTN - Probation and dean's-list      *
      *              standing off the current GPA-IN, as       *
      *              PROJECT4 and PROJECT4L judge them         *
      **********************************************************
       680-SET-STANDING-RTN.
           MOVE 'N' TO WS-NOW-PROBATION WS-NOW-DEANS-LIST.
           IF STUDENT-ACTIVE
               IF GPA-IN < WS-PROBATION-GPA-CUTOFF
                   MOVE 'Y' TO WS-NOW-PROBATION
               END-IF
               IF GPA-IN >= WS-DEANS-LIST-GPA-CUTOFF
                   MOVE 'Y' TO WS-NOW-DEANS-LIST
               END-IF
           END-IF.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the run summary counts     *
      ************************************************************
       700-END-PROGRAM-RTN.
           MOVE SPACES TO CHANGE-REPORT-REC
           WRITE CHANGE-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'CHANGES READ                ' TO DL-OUT-LABEL
           MOVE WS-READ-CTR TO DL-OUT-COUNT
           WRITE CHANGE-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'CHANGES APPLIED             ' TO DL-OUT-LABEL
           MOVE WS-APPLIED-CTR TO DL-OUT-COUNT
           WRITE CHANGE-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'CHANGES REJECTED            ' TO DL-OUT-LABEL
           MOVE WS-REJECT-CTR TO DL-OUT-COUNT
           WRITE CHANGE-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'MASTER RECORDS UPDATED      ' TO DL-OUT-LABEL
           MOVE WS-UPDATED-CTR TO DL-OUT-COUNT
           WRITE CHANGE-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'STUDENTS NOT ON MASTER      ' TO DL-OUT-LABEL
           MOVE WS-NOT-FOUND-CTR TO DL-OUT-COUNT
           WRITE CHANGE-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'STANDING CHANGES FLAGGED    ' TO DL-OUT-LABEL
           MOVE WS-FLAGGED-CTR TO DL-OUT-COUNT
           WRITE CHANGE-REPORT-REC FROM DL-SUMMARY-LINE.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Claims the master lock, reads   *
      *                          the cutoffs and opens the files *
      ************************************************************
       800-INITIALIZATION-RTN.
           PERFORM 010-CLAIM-MASTER-LOCK-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 810-READ-ACADEMIC-LIMITS-RTN.

           OPEN INPUT CHANGE-FILE
                I-O STUDENT-MASTER-FILE
                OUTPUT CHANGE-REPORT-FILE.
           IF NOT WS-CHANGE-OK
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-IF.

           PERFORM 820-OPEN-APPEND-FILES-RTN.

           WRITE CHANGE-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE.
           WRITE CHANGE-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO CHANGE-REPORT-REC.
           WRITE CHANGE-REPORT-REC.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           IF WS-CHANGE-OK OR WS-CHANGE-STATUS = '10'
               CLOSE CHANGE-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE
                 CHANGE-REPORT-FILE
                 CHANGE-LOG-FILE
                 LETTER-FLAG-FILE.
           PERFORM 990-RELEASE-MASTER-LOCK-RTN.

      ***********************************************************
      * 810-READ-ACADEMIC-LIMITS-RTN - Loads the probation and  *
      *                    dean's-list cutoffs from CH1004C.CTL *
      *                    - the same cutoffs PROJECT4 and      *
      *                    PROJECT4L judge by.  A missing       *
      *                    control file leaves the VALUE-clause *
      *                    defaults in effect.                  *
      ***********************************************************
       810-READ-ACADEMIC-LIMITS-RTN.
           OPEN INPUT ACADEMIC-LIMIT-FILE.
           IF WS-LIMIT-FILE-OK
               READ ACADEMIC-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CT-PROBATION-GPA-CUTOFF
                           TO WS-PROBATION-GPA-CUTOFF
                       MOVE CT-DEANS-LIST-GPA-CUTOFF
                           TO WS-DEANS-LIST-GPA-CUTOFF
               END-READ
               CLOSE ACADEMIC-LIMIT-FILE
           END-IF.

      ***********************************************************
      * 820-OPEN-APPEND-FILES-RTN - Opens the change log and    *
      *                    the letter flag file for append,     *
      *                    creating each on its first-ever run  *
      ***********************************************************
       820-OPEN-APPEND-FILES-RTN.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHANGE-LOG-DOES-NOT-EXIST
               OPEN OUTPUT CHANGE-LOG-FILE
               CLOSE CHANGE-LOG-FILE
               OPEN EXTEND CHANGE-LOG-FILE
           END-IF.
           OPEN EXTEND LETTER-FLAG-FILE.
           IF WS-FLAG-DOES-NOT-EXIST
               OPEN OUTPUT LETTER-FLAG-FILE
               CLOSE LETTER-FLAG-FILE
               OPEN EXTEND LETTER-FLAG-FILE
           END-IF.

      **********************************************************
      *  010-CLAIM-MASTER-LOCK-RTN - Claims the CH1004.DAT     *
      *              run lock before the master is opened      *
      *              I-O.  Every program that updates this     *
      *              master honors the same CH1004.LCK         *
      *              convention, so two updaters can never     *
      *              tear the file up at once.  A lock already *
      *              held stops this run on the console,       *
      *              naming the holder.                        *
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
               DISPLAY 'CH1004X  CANNOT START - CH1004.DAT '
                   'LOCKED BY ' ML-HOLDER
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'Y' TO ML-HELD-FLAG.
           MOVE 'CH1004X ' TO ML-HOLDER.
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
