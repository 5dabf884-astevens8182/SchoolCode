       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH1004Q.
      ************************************************************
      *  CH1004Q  -  Term course registration run.  Reads the    *
      *              add/drop requests on CH1004QT.DAT for the   *
      *              term named on CH1004Y.CTL and posts each    *
      *              one to the registration file CH1004RG.DAT   *
      *              and the section master CH1004SC.DAT that    *
      *              CH1004J maintains.  An add must name an     *
      *              active student on CH1004.DAT, an active     *
      *              catalog course, and a section open this     *
      *              term, and the student must not already hold *
      *              the course.  Every prerequisite on          *
      *              CH1004PQ.DAT must be met by the student's   *
      *              best grade in that course on the CH1004H    *
      *              grade history.  A full section takes the    *
      *              add onto its waitlist; a drop from the      *
      *              enrolled list moves the first student       *
      *              waiting, in request order, into the seat.   *
      *              Free seats - a drop, or capacity raised     *
      *              through CH1004J - go to students already    *
      *              waiting before any new add is seated, and   *
      *              every section's free seats are filled from  *
      *              its waitlist before its roster prints.      *
      *                                                          *
      *  Requests failing an edit print on the reject report     *
      *  CH1004Q.RPT with the reason, and the reject count rides *
      *  out as the return code.  CH1004QS.RPT prints the class  *
      *  roster of every section this term - enrolled students   *
      *  in registration order, then the waitlist.  Once         *
      *  registration is on file, CH1004E rejects a grade for a  *
      *  course the student is not enrolled in.  Both reports    *
      *  list students by ID with the SSN masked to its last     *
      *  four digits.                                            *
      *                                                          *
      *  The prerequisite table holds 300 entries and the grade  *
      *  table 1000.  Past either, an add whose prerequisites    *
      *  could not all be held is rejected to be resubmitted,    *
      *  never granted unchecked.                                *
      *                                                          *
      *  CH1004QT.DAT, 21-character records:                     *
      *      1     A add or D drop                               *
      *      2-10  SSN            11-18 course id                *
      *     19-21  section number (an add only - a drop comes    *
      *            off whatever section the student holds)       *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004QT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT TERM-CTL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004Y.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CTL-STATUS.

           SELECT STUDENT-MASTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOC-SEC-NO-IN
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CATALOG-MASTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004K.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-COURSE-ID
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SECTION-MASTER-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004SC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-SECTION-KEY
               FILE STATUS IS WS-SECTION-STATUS.

           SELECT PREREQ-MASTER-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004PQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PREREQ-KEY
               FILE STATUS IS WS-PREREQ-STATUS.

           SELECT REGISTRATION-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004RG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RG-REG-KEY
               ALTERNATE RECORD KEY IS RG-ROSTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTRATION-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004H.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REJECT-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004Q.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROSTER-REPORT-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004QS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  REQUEST-REC.
           05  RQ-ACTION               PIC X.
           05  RQ-SOC-SEC-NO           PIC X(9).
           05  RQ-COURSE-ID            PIC X(8).
           05  RQ-SECTION-NO           PIC X(3).

       FD  TERM-CTL-FILE.
       01  TERM-CTL-REC                PIC X(6).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-REC.
           COPY STUREC.

       FD  CATALOG-MASTER-FILE.
       01  CATALOG-MASTER-REC.
           COPY CRSEREC.

       FD  SECTION-MASTER-FILE.
       01  SECTION-MASTER-REC.
           COPY SECTREC.

       FD  PREREQ-MASTER-FILE.
       01  PREREQ-MASTER-REC.
           COPY PREREQ.

       FD  REGISTRATION-FILE.
       01  REGISTRATION-REC.
           COPY REGREC.

       FD  HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  HISTORY-REC.
           COPY GRDHIST.

       FD  REJECT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REJECT-REPORT-REC           PIC X(80).

       FD  ROSTER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ROSTER-REPORT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-REQUEST-STATUS       PIC XX       VALUE ZEROS.
               88  WS-REQUEST-OK                    VALUE '00'.
           05  WS-TERM-CTL-STATUS      PIC XX       VALUE ZEROS.
               88  WS-TERM-CTL-OK                   VALUE '00'.
           05  WS-MASTER-STATUS        PIC XX       VALUE ZEROS.
               88  WS-MASTER-OK                     VALUE '00'.
           05  WS-CATALOG-STATUS       PIC XX       VALUE ZEROS.
               88  WS-CATALOG-OK                    VALUE '00'.
           05  WS-SECTION-STATUS       PIC XX       VALUE ZEROS.
               88  WS-SECTION-OK                    VALUE '00'.
               88  WS-SECTION-DOES-NOT-EXIST        VALUE '35'.
           05  WS-PREREQ-STATUS        PIC XX       VALUE ZEROS.
               88  WS-PREREQ-OK                     VALUE '00'.
           05  WS-REGISTRATION-STATUS  PIC XX       VALUE ZEROS.
               88  WS-REGISTRATION-OK               VALUE '00'.
               88  WS-REGISTRATION-DOES-NOT-EXIST   VALUE '35'.
           05  WS-HISTORY-STATUS       PIC XX       VALUE ZEROS.
               88  WS-HISTORY-OK                    VALUE '00'.

           05  WS-TERM-ID              PIC X(6)     VALUE SPACES.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.
           05  WS-REG-ON-FILE          PIC X        VALUE 'N'.
           05  WS-SCAN-ON              PIC X        VALUE 'N'.
           05  WS-SEAT-FILLED          PIC X        VALUE 'N'.
           05  WS-WAIT-POSITION        PIC 9(3)     VALUE ZEROS.

           05  WS-PREREQS-MET          PIC X        VALUE 'Y'.
           05  WS-PQ-OVERFLOW          PIC X        VALUE 'N'.
               88  WS-PQ-TABLE-OVERFLOWED           VALUE 'Y'.
           05  WS-PQ-CUTOFF-COURSE     PIC X(8)     VALUE SPACES.
           05  WS-DONE-OVERFLOW        PIC X        VALUE 'N'.
               88  WS-DONE-TABLE-OVERFLOWED         VALUE 'Y'.
           05  WS-FAILED-PREREQ        PIC X(8)     VALUE SPACES.
           05  WS-RANK-GRADE           PIC X        VALUE SPACE.
           05  WS-RANK                 PIC 9        VALUE ZEROS.
           05  WS-MIN-RANK             PIC 9        VALUE ZEROS.
           05  WS-BEST-RANK            PIC 9        VALUE ZEROS.
           05  WS-FOUND                PIC X        VALUE 'N'.

           05  WS-READ-CTR             PIC 9(4)     VALUE ZEROS.
           05  WS-ENROLLED-CTR         PIC 9(4)     VALUE ZEROS.
           05  WS-WAITLISTED-CTR       PIC 9(4)     VALUE ZEROS.
           05  WS-DROPPED-CTR          PIC 9(4)     VALUE ZEROS.
           05  WS-PROMOTED-CTR         PIC 9(4)     VALUE ZEROS.
           05  WS-REJECT-CTR           PIC 9(4)     VALUE ZEROS.
           05  WS-SECTION-CTR          PIC 9(4)     VALUE ZEROS.
           COPY SSNMASK.

      *    The request being posted, moved out of the table.
       01  WS-CURRENT-REQUEST.
           05  WS-CUR-ACTION           PIC X.
           05  WS-CUR-SSN              PIC X(9).
           05  WS-CUR-COURSE           PIC X(8).
           05  WS-CUR-SECTION          PIC X(3).

      *    This run's requests, held so the grade history can be
      *    read once for just the students asking.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-COUNT            PIC 9(3)     VALUE ZEROS.
           05  WS-REQ-IDX              PIC 9(3)     VALUE ZEROS.
           05  WS-REQ-ENTRY            OCCURS 500 TIMES
                                       PIC X(21).

       01  WS-PREREQ-TABLE.
           05  WS-PQ-COUNT             PIC 9(3)     VALUE ZEROS.
           05  WS-PQ-IDX               PIC 9(3)     VALUE ZEROS.
           05  WS-PQ-ENTRY             OCCURS 300 TIMES.
               10  WS-PQ-COURSE        PIC X(8).
               10  WS-PQ-PREREQ        PIC X(8).
               10  WS-PQ-MIN-GRADE     PIC X.

      *    The best grade each requesting student holds in each
      *    prerequisite course, off the grade history.
       01  WS-DONE-TABLE.
           05  WS-DONE-COUNT           PIC 9(4)     VALUE ZEROS.
           05  WS-DONE-IDX             PIC 9(4)     VALUE ZEROS.
           05  WS-DONE-ENTRY           OCCURS 1000 TIMES.
               10  WS-DONE-SSN         PIC X(9).
               10  WS-DONE-COURSE      PIC X(8).
               10  WS-DONE-RANK        PIC 9.

       01  HL-REJECT-HEADING1.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(26)
               VALUE 'REGISTRATION REJECT REPORT'.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(6)
               VALUE 'TERM '.
           05  HL-OUT-TERM             PIC X(6).

       01  HL-REJECT-HEADING2.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(8)
               VALUE 'ACTION'.
           05                          PIC X(9)
               VALUE 'ID'.
           05                          PIC X(11)
               VALUE 'SSN'.
           05                          PIC X(10)
               VALUE 'COURSE'.
           05                          PIC X(9)
               VALUE 'SECTION'.
           05                          PIC X(30)
               VALUE 'REJECT REASON'.

       01  DL-REJECT-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-ACTION           PIC X.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-COURSE           PIC X(8).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-SECTION          PIC X(3).
           05                          PIC X(5)     VALUE SPACES.
           05  DL-OUT-REASON           PIC X(30).

       01  HL-ROSTER-HEADING1.
           05                          PIC X(25)    VALUE SPACES.
           05                          PIC X(12)
               VALUE 'CLASS ROSTER'.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(6)
               VALUE 'TERM '.
           05  HL-OUT-ROSTER-TERM      PIC X(6).

       01  HL-ROSTER-HEADING2.
           05                          PIC X(4)     VALUE SPACES.
           05  HL-OUT-COURSE           PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(8)
               VALUE 'SECTION'.
           05  HL-OUT-SECTION          PIC X(3).
           05                          PIC X(3)     VALUE SPACES.
           05  HL-OUT-TITLE            PIC X(30).

       01  HL-ROSTER-HEADING3.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(10)
               VALUE 'CAPACITY'.
           05  HL-OUT-CAPACITY         PIC ZZ9.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(10)
               VALUE 'ENROLLED'.
           05  HL-OUT-ENROLLED         PIC ZZ9.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(12)
               VALUE 'WAITLISTED'.
           05  HL-OUT-WAITLISTED       PIC ZZ9.

       01  DL-ROSTER-LINE.
           05                          PIC X(8)     VALUE SPACES.
           05  DL-OUT-NAME             PIC X(21).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-ROSTER-ID        PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-ROSTER-SSN       PIC X(9).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-STATUS           PIC X(9).
           05  DL-OUT-WAIT-POSITION    PIC ZZZ.

       01  DL-NONE-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(40)
              VALUE 'NO SECTIONS OPEN THIS TERM'.

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
               READ REQUEST-FILE
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     ADD 1 TO WS-READ-CTR
                     PERFORM 200-HOLD-REQUEST-RTN
               END-READ
           END-PERFORM.

           PERFORM 840-LOAD-PRIOR-GRADES-RTN.

           PERFORM 300-POST-ONE-REQUEST-RTN
               VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT.

           PERFORM 600-PRINT-ROSTERS-RTN.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           MOVE WS-REJECT-CTR TO RETURN-CODE.

           STOP RUN.

      **********************************************************
      *  200-HOLD-REQUEST-RTN - Performed from 100-MAIN-MODULE *
      *              for each request read.  A request past    *
      *              the table's room is turned back whole for *
      *              the next run.                             *
      **********************************************************
       200-HOLD-REQUEST-RTN.
           IF WS-REQ-COUNT = 500
               MOVE REQUEST-REC TO WS-CURRENT-REQUEST
               MOVE 'OVER 500 REQUESTS - RESUBMIT' TO WS-REJECT-REASON
               PERFORM 580-PRINT-REJECT-RTN
           ELSE
               ADD 1 TO WS-REQ-COUNT
               MOVE REQUEST-REC TO WS-REQ-ENTRY (WS-REQ-COUNT)
           END-IF.

      **********************************************************
      *  300-POST-ONE-REQUEST-RTN - Performed from 100-MAIN-   *
      *              MODULE, routes one held request to the    *
      *              add or drop paragraph                     *
      **********************************************************
       300-POST-ONE-REQUEST-RTN.
           MOVE WS-REQ-ENTRY (WS-REQ-IDX) TO WS-CURRENT-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE WS-CUR-ACTION
               WHEN 'A'
                   PERFORM 400-ADD-REQUEST-RTN
               WHEN 'D'
                   PERFORM 500-DROP-REQUEST-RTN
               WHEN OTHER
                   MOVE 'ACTION NOT A OR D' TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 580-PRINT-REJECT-RTN
           END-IF.

      **********************************************************
      *  400-ADD-REQUEST-RTN - Performed from 300-POST-ONE-    *
      *              REQUEST-RTN.  Applies the add edits in    *
      *              turn; the first that fails supplies the   *
      *              reject reason.  A clean add takes a seat  *
      *              or, in a full section, a waitlist place.  *
      **********************************************************
       400-ADD-REQUEST-RTN.
           MOVE WS-CUR-SSN TO SOC-SEC-NO-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'STUDENT NOT ON MASTER' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT STUDENT-ACTIVE
                       MOVE 'STUDENT NOT ACTIVE' TO WS-REJECT-REASON
                   END-IF
           END-READ.

           IF WS-REJECT-REASON = SPACES
               MOVE WS-CUR-COURSE TO CR-COURSE-ID
               READ CATALOG-MASTER-FILE
                   INVALID KEY
                       MOVE 'COURSE NOT ON CATALOG'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF CR-INACTIVE
                           MOVE 'COURSE RETIRED' TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE WS-TERM-ID TO SC-TERM-ID
               MOVE WS-CUR-COURSE TO SC-COURSE-ID
               MOVE WS-CUR-SECTION TO SC-SECTION-NO
               READ SECTION-MASTER-FILE
                   INVALID KEY
                       MOVE 'SECTION NOT OPEN THIS TERM'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM 420-CHECK-ON-FILE-RTN
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM 440-CHECK-PREREQS-RTN
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM 470-TAKE-SEAT-RTN
           END-IF.

      **********************************************************
      *  420-CHECK-ON-FILE-RTN - A student already enrolled or *
      *              waitlisted in the course this term        *
      *              rejects.  One who dropped it may add it   *
      *              back; the dropped record is reused.       *
      **********************************************************
       420-CHECK-ON-FILE-RTN.
           MOVE 'N' TO WS-REG-ON-FILE.
           MOVE WS-TERM-ID TO RG-TERM-ID.
           MOVE WS-CUR-SSN TO RG-SOC-SEC-NO.
           MOVE WS-CUR-COURSE TO RG-COURSE-ID.
           READ REGISTRATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REG-ON-FILE
                   IF NOT RG-DROPPED
                       MOVE 'ALREADY REGISTERED IN COURSE'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      **********************************************************
      *  440-CHECK-PREREQS-RTN - Every prerequisite of the     *
      *              course must be met by the student's best  *
      *              grade in it.  The first one short names   *
      *              itself in the reject reason.  A course at *
      *              or past the first one left off a full     *
      *              prerequisite table, or a prerequisite     *
      *              failed while grades were left off a full  *
      *              grade table, rejects to be resubmitted.   *
      **********************************************************
       440-CHECK-PREREQS-RTN.
           MOVE 'Y' TO WS-PREREQS-MET.
           IF WS-PQ-TABLE-OVERFLOWED
              AND WS-CUR-COURSE NOT < WS-PQ-CUTOFF-COURSE
               MOVE 'PREREQ TABLE FULL - RESUBMIT' TO WS-REJECT-REASON
           ELSE
               PERFORM 450-CHECK-ONE-PREREQ-RTN
                   VARYING WS-PQ-IDX FROM 1 BY 1
                   UNTIL WS-PQ-IDX > WS-PQ-COUNT
                         OR WS-PREREQS-MET = 'N'
           END-IF.
           IF WS-PREREQS-MET = 'N'
               IF WS-DONE-TABLE-OVERFLOWED
                   MOVE 'GRADE TABLE FULL - RESUBMIT'
                       TO WS-REJECT-REASON
               ELSE
                   STRING 'PREREQ NOT MET - '
                          WS-FAILED-PREREQ
                       DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               END-IF
           END-IF.

      **********************************************************
      *  450-CHECK-ONE-PREREQ-RTN - Tests one prerequisite-    *
      *              table entry when it belongs to the course *
      **********************************************************
       450-CHECK-ONE-PREREQ-RTN.
           IF WS-PQ-COURSE (WS-PQ-IDX) = WS-CUR-COURSE
               MOVE WS-PQ-MIN-GRADE (WS-PQ-IDX) TO WS-RANK-GRADE
               PERFORM 860-GRADE-RANK-RTN
               MOVE WS-RANK TO WS-MIN-RANK
               MOVE ZEROS TO WS-BEST-RANK
               PERFORM 455-FIND-BEST-GRADE-RTN
                   VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
               IF WS-BEST-RANK < WS-MIN-RANK
                   MOVE 'N' TO WS-PREREQS-MET
                   MOVE WS-PQ-PREREQ (WS-PQ-IDX) TO WS-FAILED-PREREQ
               END-IF
           END-IF.

      **********************************************************
      *  455-FIND-BEST-GRADE-RTN - Picks up the student's best *
      *              grade in the prerequisite course          *
      **********************************************************
       455-FIND-BEST-GRADE-RTN.
           IF WS-DONE-SSN (WS-DONE-IDX) = WS-CUR-SSN
              AND WS-DONE-COURSE (WS-DONE-IDX)
                  = WS-PQ-PREREQ (WS-PQ-IDX)
               MOVE WS-DONE-RANK (WS-DONE-IDX) TO WS-BEST-RANK
           END-IF.

      **********************************************************
      *  465-FILL-OPEN-SEATS-RTN - Performed from 470-TAKE-    *
      *              SEAT-RTN, 500-DROP-REQUEST-RTN and 620-   *
      *              PRINT-ONE-SECTION-RTN.  Moves waiting     *
      *              students into every seat the section has  *
      *              free - a drop, or a capacity raised       *
      *              through CH1004J, can leave more than one  *
      *              - so no new add jumps the waitlist.       *
      **********************************************************
       465-FILL-OPEN-SEATS-RTN.
           MOVE 'Y' TO WS-SEAT-FILLED.
           PERFORM 550-PROMOTE-WAITLIST-RTN
               UNTIL SC-WAITLISTED = ZERO
                     OR SC-ENROLLED NOT < SC-CAPACITY
                     OR WS-SEAT-FILLED = 'N'.

      **********************************************************
      *  470-TAKE-SEAT-RTN - Fills any free seats from the     *
      *              waitlist first, then enrolls the student  *
      *              when a seat is still free and nobody is   *
      *              waiting, otherwise waitlists them, and    *
      *              writes the registration                   *
      **********************************************************
       470-TAKE-SEAT-RTN.
           PERFORM 465-FILL-OPEN-SEATS-RTN.

           ADD 1 TO SC-LAST-SEQ.
           MOVE WS-TERM-ID TO RG-TERM-ID RG-ROSTER-TERM-ID.
           MOVE WS-CUR-SSN TO RG-SOC-SEC-NO.
           MOVE WS-CUR-COURSE TO RG-COURSE-ID RG-ROSTER-COURSE-ID.
           MOVE WS-CUR-SECTION TO RG-SECTION-NO.
           MOVE SC-LAST-SEQ TO RG-SEQ-NO.
           MOVE WS-RUN-DATE TO RG-STATUS-DATE.

           IF SC-ENROLLED < SC-CAPACITY
              AND SC-WAITLISTED = ZERO
               MOVE 'E' TO RG-STATUS
               ADD 1 TO SC-ENROLLED
               ADD 1 TO WS-ENROLLED-CTR
           ELSE
               MOVE 'W' TO RG-STATUS
               ADD 1 TO SC-WAITLISTED
               ADD 1 TO WS-WAITLISTED-CTR
           END-IF.

           IF WS-REG-ON-FILE = 'Y'
               REWRITE REGISTRATION-REC
           ELSE
               WRITE REGISTRATION-REC
           END-IF.
           REWRITE SECTION-MASTER-REC.

      **********************************************************
      *  500-DROP-REQUEST-RTN - Performed from 300-POST-ONE-   *
      *              REQUEST-RTN.  Marks the registration      *
      *              dropped and frees its seat or waitlist    *
      *              place; a freed seat goes to the first     *
      *              student waiting.                          *
      **********************************************************
       500-DROP-REQUEST-RTN.
           MOVE WS-TERM-ID TO RG-TERM-ID.
           MOVE WS-CUR-SSN TO RG-SOC-SEC-NO.
           MOVE WS-CUR-COURSE TO RG-COURSE-ID.
           READ REGISTRATION-FILE
               INVALID KEY
                   MOVE 'NOT REGISTERED IN COURSE' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF RG-DROPPED
                       MOVE 'ALREADY DROPPED' TO WS-REJECT-REASON
                   END-IF
           END-READ.

           IF WS-REJECT-REASON = SPACES
               MOVE RG-ROSTER-TERM-ID TO SC-TERM-ID
               MOVE RG-ROSTER-COURSE-ID TO SC-COURSE-ID
               MOVE RG-SECTION-NO TO SC-SECTION-NO
               READ SECTION-MASTER-FILE
                   INVALID KEY
                       MOVE ZEROS TO SC-ENROLLED SC-WAITLISTED
               END-READ
               IF RG-ENROLLED
                   IF SC-ENROLLED > ZERO
                       SUBTRACT 1 FROM SC-ENROLLED
                   END-IF
               ELSE
                   IF SC-WAITLISTED > ZERO
                       SUBTRACT 1 FROM SC-WAITLISTED
                   END-IF
               END-IF
               MOVE 'D' TO RG-STATUS
               MOVE WS-RUN-DATE TO RG-STATUS-DATE
               REWRITE REGISTRATION-REC
               ADD 1 TO WS-DROPPED-CTR
               PERFORM 465-FILL-OPEN-SEATS-RTN
               REWRITE SECTION-MASTER-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      **********************************************************
      *  550-PROMOTE-WAITLIST-RTN - Performed from 465-FILL-   *
      *              OPEN-SEATS-RTN.  Reads the section's      *
      *              registrations in sequence order and       *
      *              moves the first one waiting into a free   *
      *              seat, leaving WS-SEAT-FILLED 'N' when     *
      *              none is found.                            *
      **********************************************************
       550-PROMOTE-WAITLIST-RTN.
           MOVE 'N' TO WS-SEAT-FILLED.
           MOVE SC-TERM-ID TO RG-ROSTER-TERM-ID.
           MOVE SC-COURSE-ID TO RG-ROSTER-COURSE-ID.
           MOVE SC-SECTION-NO TO RG-SECTION-NO.
           MOVE ZEROS TO RG-SEQ-NO.
           MOVE 'Y' TO WS-SCAN-ON.
           START REGISTRATION-FILE
               KEY IS NOT LESS THAN RG-ROSTER-KEY
               INVALID KEY
                   MOVE 'N' TO WS-SCAN-ON
           END-START.

           PERFORM UNTIL WS-SCAN-ON = 'N'
               READ REGISTRATION-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-SCAN-ON
                   NOT AT END
                       IF RG-ROSTER-TERM-ID NOT = SC-TERM-ID
                          OR RG-ROSTER-COURSE-ID NOT = SC-COURSE-ID
                          OR RG-SECTION-NO NOT = SC-SECTION-NO
                           MOVE 'N' TO WS-SCAN-ON
                       ELSE
                           IF RG-WAITLISTED
                               MOVE 'E' TO RG-STATUS
                               MOVE WS-RUN-DATE TO RG-STATUS-DATE
                               REWRITE REGISTRATION-REC
                               SUBTRACT 1 FROM SC-WAITLISTED
                               ADD 1 TO SC-ENROLLED
                               ADD 1 TO WS-PROMOTED-CTR
                               MOVE 'Y' TO WS-SEAT-FILLED
                               MOVE 'N' TO WS-SCAN-ON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      **********************************************************
      *  580-PRINT-REJECT-RTN - Prints one rejected request    *
      *              with its reason, and the student's ID     *
      *              when the student is on the master         *
      **********************************************************
       580-PRINT-REJECT-RTN.
           MOVE WS-CUR-ACTION TO DL-OUT-ACTION.
           MOVE WS-CUR-SSN TO SOC-SEC-NO-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE ZEROS TO DL-OUT-STUDENT-ID
               NOT INVALID KEY
                   MOVE STUDENT-ID-IN TO DL-OUT-STUDENT-ID
           END-READ.
           MOVE WS-CUR-SSN (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO DL-OUT-SSN.
           MOVE WS-CUR-COURSE TO DL-OUT-COURSE.
           MOVE WS-CUR-SECTION TO DL-OUT-SECTION.
           MOVE WS-REJECT-REASON TO DL-OUT-REASON.
           WRITE REJECT-REPORT-REC FROM DL-REJECT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECT-CTR.

      **********************************************************
      *  600-PRINT-ROSTERS-RTN - Performed from 100-MAIN-      *
      *              MODULE, prints the roster of every        *
      *              section open this term, one per page      *
      **********************************************************
       600-PRINT-ROSTERS-RTN.
           MOVE WS-TERM-ID TO SC-TERM-ID.
           MOVE LOW-VALUES TO SC-COURSE-ID SC-SECTION-NO.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
           START SECTION-MASTER-FILE
               KEY IS NOT LESS THAN SC-SECTION-KEY
               INVALID KEY
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-START.

           PERFORM UNTIL NO-MORE-RECORDS
               READ SECTION-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF SC-TERM-ID NOT = WS-TERM-ID
                           MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                       ELSE
                           PERFORM 620-PRINT-ONE-SECTION-RTN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SECTION-CTR = ZERO
               WRITE ROSTER-REPORT-REC FROM HL-ROSTER-HEADING1
                   AFTER ADVANCING PAGE
               WRITE ROSTER-REPORT-REC FROM DL-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      **********************************************************
      *  620-PRINT-ONE-SECTION-RTN - Performed from 600-PRINT- *
      *              ROSTERS-RTN.  Seats waiting students in   *
      *              any free seats - a capacity raised        *
      *              through CH1004J with no request against   *
      *              the section since - then prints the       *
      *              section heading and its registrations in  *
      *              sequence order, numbering the waitlist as *
      *              it goes.                                  *
      **********************************************************
       620-PRINT-ONE-SECTION-RTN.
           ADD 1 TO WS-SECTION-CTR.
           IF SC-WAITLISTED > ZERO AND SC-ENROLLED < SC-CAPACITY
               PERFORM 465-FILL-OPEN-SEATS-RTN
               REWRITE SECTION-MASTER-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           MOVE SC-COURSE-ID TO CR-COURSE-ID.
           READ CATALOG-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CR-TITLE
           END-READ.

           WRITE ROSTER-REPORT-REC FROM HL-ROSTER-HEADING1
               AFTER ADVANCING PAGE.
           MOVE SC-COURSE-ID TO HL-OUT-COURSE.
           MOVE SC-SECTION-NO TO HL-OUT-SECTION.
           MOVE CR-TITLE TO HL-OUT-TITLE.
           WRITE ROSTER-REPORT-REC FROM HL-ROSTER-HEADING2
               AFTER ADVANCING 2 LINES.
           MOVE SC-CAPACITY TO HL-OUT-CAPACITY.
           MOVE SC-ENROLLED TO HL-OUT-ENROLLED.
           MOVE SC-WAITLISTED TO HL-OUT-WAITLISTED.
           WRITE ROSTER-REPORT-REC FROM HL-ROSTER-HEADING3
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ROSTER-REPORT-REC.
           WRITE ROSTER-REPORT-REC.

           MOVE ZEROS TO WS-WAIT-POSITION.
           MOVE SC-TERM-ID TO RG-ROSTER-TERM-ID.
           MOVE SC-COURSE-ID TO RG-ROSTER-COURSE-ID.
           MOVE SC-SECTION-NO TO RG-SECTION-NO.
           MOVE ZEROS TO RG-SEQ-NO.
           MOVE 'Y' TO WS-SCAN-ON.
           START REGISTRATION-FILE
               KEY IS NOT LESS THAN RG-ROSTER-KEY
               INVALID KEY
                   MOVE 'N' TO WS-SCAN-ON
           END-START.

           PERFORM UNTIL WS-SCAN-ON = 'N'
               READ REGISTRATION-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-SCAN-ON
                   NOT AT END
                       IF RG-ROSTER-TERM-ID NOT = SC-TERM-ID
                          OR RG-ROSTER-COURSE-ID NOT = SC-COURSE-ID
                          OR RG-SECTION-NO NOT = SC-SECTION-NO
                           MOVE 'N' TO WS-SCAN-ON
                       ELSE
                           IF NOT RG-DROPPED
                               PERFORM 640-PRINT-ROSTER-LINE-RTN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      **********************************************************
      *  640-PRINT-ROSTER-LINE-RTN - Prints one enrolled or    *
      *              waitlisted student                        *
      **********************************************************
       640-PRINT-ROSTER-LINE-RTN.
           MOVE RG-SOC-SEC-NO TO SOC-SEC-NO-IN.
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO NAME-IN
                   MOVE ZEROS TO STUDENT-ID-IN
           END-READ.
           MOVE NAME-IN TO DL-OUT-NAME.
           MOVE STUDENT-ID-IN TO DL-OUT-ROSTER-ID.
           MOVE RG-SOC-SEC-NO (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO DL-OUT-ROSTER-SSN.
           IF RG-ENROLLED
               MOVE 'ENROLLED' TO DL-OUT-STATUS
               MOVE ZEROS TO DL-OUT-WAIT-POSITION
           ELSE
               ADD 1 TO WS-WAIT-POSITION
               MOVE 'WAITLIST' TO DL-OUT-STATUS
               MOVE WS-WAIT-POSITION TO DL-OUT-WAIT-POSITION
           END-IF.
           WRITE ROSTER-REPORT-REC FROM DL-ROSTER-LINE
               AFTER ADVANCING 1 LINE.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the run summary counts     *
      ************************************************************
       700-END-PROGRAM-RTN.
           MOVE SPACES TO REJECT-REPORT-REC
           WRITE REJECT-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'REQUESTS READ               ' TO DL-OUT-LABEL
           MOVE WS-READ-CTR TO DL-OUT-COUNT
           WRITE REJECT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'ADDS ENROLLED               ' TO DL-OUT-LABEL
           MOVE WS-ENROLLED-CTR TO DL-OUT-COUNT
           WRITE REJECT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'ADDS WAITLISTED             ' TO DL-OUT-LABEL
           MOVE WS-WAITLISTED-CTR TO DL-OUT-COUNT
           WRITE REJECT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'DROPS POSTED                ' TO DL-OUT-LABEL
           MOVE WS-DROPPED-CTR TO DL-OUT-COUNT
           WRITE REJECT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'MOVED OFF WAITLIST          ' TO DL-OUT-LABEL
           MOVE WS-PROMOTED-CTR TO DL-OUT-COUNT
           WRITE REJECT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'REQUESTS REJECTED           ' TO DL-OUT-LABEL
           MOVE WS-REJECT-CTR TO DL-OUT-COUNT
           WRITE REJECT-REPORT-REC FROM DL-SUMMARY-LINE.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Reads the term, opens the       *
      *                          files, loads the prerequisite   *
      *                          table, and prints the headings  *
      ************************************************************
       800-INITIALIZATION-RTN.
           PERFORM 820-READ-TERM-ID-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           OPEN INPUT REQUEST-FILE
                      STUDENT-MASTER-FILE
                      CATALOG-MASTER-FILE
                OUTPUT REJECT-REPORT-FILE
                       ROSTER-REPORT-FILE.
           IF NOT WS-REQUEST-OK
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-IF.

           PERFORM 810-OPEN-REGISTRATION-RTN.
           PERFORM 830-LOAD-PREREQS-RTN.

           MOVE WS-TERM-ID TO HL-OUT-TERM HL-OUT-ROSTER-TERM.
           WRITE REJECT-REPORT-REC FROM HL-REJECT-HEADING1
               AFTER ADVANCING PAGE.
           WRITE REJECT-REPORT-REC FROM HL-REJECT-HEADING2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REJECT-REPORT-REC.
           WRITE REJECT-REPORT-REC.

      ***********************************************************
      * 810-OPEN-REGISTRATION-RTN - Opens the section master    *
      *                    and the registration file I-O,       *
      *                    creating each on its first-ever run  *
      ***********************************************************
       810-OPEN-REGISTRATION-RTN.
           OPEN I-O SECTION-MASTER-FILE.
           IF WS-SECTION-DOES-NOT-EXIST
               OPEN OUTPUT SECTION-MASTER-FILE
               CLOSE SECTION-MASTER-FILE
               OPEN I-O SECTION-MASTER-FILE
           END-IF.

           OPEN I-O REGISTRATION-FILE.
           IF WS-REGISTRATION-DOES-NOT-EXIST
               OPEN OUTPUT REGISTRATION-FILE
               CLOSE REGISTRATION-FILE
               OPEN I-O REGISTRATION-FILE
           END-IF.

      ***********************************************************
      * 820-READ-TERM-ID-RTN - CH1004Y.CTL names the term being *
      *                    registered.  A missing control file  *
      *                    falls back to the run date's year    *
      *                    and month.                           *
      ***********************************************************
       820-READ-TERM-ID-RTN.
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

      ***********************************************************
      * 830-LOAD-PREREQS-RTN - Loads the prerequisite table     *
      *                    from CH1004PQ.DAT.  A missing file   *
      *                    leaves every course without one.     *
      *                    The file reads in course order, so   *
      *                    past the 300th entry the first       *
      *                    course left off is kept as the       *
      *                    cutoff for 440-CHECK-PREREQS-RTN.    *
      ***********************************************************
       830-LOAD-PREREQS-RTN.
           OPEN INPUT PREREQ-MASTER-FILE.
           IF WS-PREREQ-OK
               PERFORM UNTIL WS-PREREQ-STATUS = '10'
                       OR WS-PQ-TABLE-OVERFLOWED
                   READ PREREQ-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-PREREQ-STATUS
                       NOT AT END
                           PERFORM 835-KEEP-PREREQ-RTN
                   END-READ
               END-PERFORM
               CLOSE PREREQ-MASTER-FILE
           END-IF.

      ***********************************************************
      * 835-KEEP-PREREQ-RTN - Adds one prerequisite to the      *
      *                    table, or marks the table full       *
      ***********************************************************
       835-KEEP-PREREQ-RTN.
           IF WS-PQ-COUNT < 300
               ADD 1 TO WS-PQ-COUNT
               MOVE PQ-COURSE-ID TO WS-PQ-COURSE (WS-PQ-COUNT)
               MOVE PQ-PREREQ-COURSE-ID TO WS-PQ-PREREQ (WS-PQ-COUNT)
               MOVE PQ-MIN-GRADE TO WS-PQ-MIN-GRADE (WS-PQ-COUNT)
           ELSE
               MOVE 'Y' TO WS-PQ-OVERFLOW
               MOVE PQ-COURSE-ID TO WS-PQ-CUTOFF-COURSE
           END-IF.

      ***********************************************************
      * 840-LOAD-PRIOR-GRADES-RTN - Reads the grade history     *
      *                    once, keeping each requesting        *
      *                    student's best grade in every        *
      *                    course some course lists as a        *
      *                    prerequisite                         *
      ***********************************************************
       840-LOAD-PRIOR-GRADES-RTN.
           IF WS-PQ-COUNT > ZERO AND WS-REQ-COUNT > ZERO
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-OK
                   PERFORM UNTIL WS-HISTORY-STATUS = '10'
                       READ HISTORY-FILE
                           AT END
                               MOVE '10' TO WS-HISTORY-STATUS
                           NOT AT END
                               PERFORM 845-CHECK-HISTORY-REC-RTN
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

      ***********************************************************
      * 845-CHECK-HISTORY-REC-RTN - Keeps a history grade when  *
      *                    its course is a prerequisite and its *
      *                    student has a request this run       *
      ***********************************************************
       845-CHECK-HISTORY-REC-RTN.
           MOVE 'N' TO WS-FOUND.
           PERFORM 846-MATCH-PREREQ-COURSE-RTN
               VARYING WS-PQ-IDX FROM 1 BY 1
               UNTIL WS-PQ-IDX > WS-PQ-COUNT
                     OR WS-FOUND = 'Y'.
           IF WS-FOUND = 'Y'
               MOVE 'N' TO WS-FOUND
               PERFORM 847-MATCH-REQUEST-SSN-RTN
                   VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                         OR WS-FOUND = 'Y'
           END-IF.
           IF WS-FOUND = 'Y'
               PERFORM 850-KEEP-BEST-GRADE-RTN
           END-IF.

      ***********************************************************
      * 846-MATCH-PREREQ-COURSE-RTN - Compares the history      *
      *                    course to one prerequisite entry     *
      ***********************************************************
       846-MATCH-PREREQ-COURSE-RTN.
           IF WS-PQ-PREREQ (WS-PQ-IDX) = GH-COURSE-ID
               MOVE 'Y' TO WS-FOUND
           END-IF.

      ***********************************************************
      * 847-MATCH-REQUEST-SSN-RTN - Compares the history        *
      *                    student to one held request          *
      ***********************************************************
       847-MATCH-REQUEST-SSN-RTN.
           MOVE WS-REQ-ENTRY (WS-REQ-IDX) TO WS-CURRENT-REQUEST.
           IF WS-CUR-SSN = GH-SOC-SEC-NO
               MOVE 'Y' TO WS-FOUND
           END-IF.

      ***********************************************************
      * 850-KEEP-BEST-GRADE-RTN - Adds the student and course   *
      *                    to the done table, or raises the     *
      *                    grade held when this one is better - *
      *                    a repeated course counts its best.   *
      *                    A grade with no room sets WS-DONE-   *
      *                    OVERFLOW.                            *
      ***********************************************************
       850-KEEP-BEST-GRADE-RTN.
           MOVE GH-LETTER-GRADE TO WS-RANK-GRADE.
           PERFORM 860-GRADE-RANK-RTN.
           MOVE 'N' TO WS-FOUND.
           PERFORM 855-FIND-DONE-ENTRY-RTN
               VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
                     OR WS-FOUND = 'Y'.
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DONE-IDX
               IF WS-RANK > WS-DONE-RANK (WS-DONE-IDX)
                   MOVE WS-RANK TO WS-DONE-RANK (WS-DONE-IDX)
               END-IF
           ELSE
               IF WS-DONE-COUNT < 1000
                   ADD 1 TO WS-DONE-COUNT
                   MOVE GH-SOC-SEC-NO TO WS-DONE-SSN (WS-DONE-COUNT)
                   MOVE GH-COURSE-ID
                       TO WS-DONE-COURSE (WS-DONE-COUNT)
                   MOVE WS-RANK TO WS-DONE-RANK (WS-DONE-COUNT)
               ELSE
                   MOVE 'Y' TO WS-DONE-OVERFLOW
               END-IF
           END-IF.

      ***********************************************************
      * 855-FIND-DONE-ENTRY-RTN - Compares the history record   *
      *                    to one done-table entry              *
      ***********************************************************
       855-FIND-DONE-ENTRY-RTN.
           IF WS-DONE-SSN (WS-DONE-IDX) = GH-SOC-SEC-NO
              AND WS-DONE-COURSE (WS-DONE-IDX) = GH-COURSE-ID
               MOVE 'Y' TO WS-FOUND
           END-IF.

      ***********************************************************
      * 860-GRADE-RANK-RTN - Ranks WS-RANK-GRADE into WS-RANK   *
      *                    by grade points; an F or an I ranks  *
      *                    zero and meets no minimum            *
      ***********************************************************
       860-GRADE-RANK-RTN.
           EVALUATE WS-RANK-GRADE
               WHEN 'A'
                   MOVE 4 TO WS-RANK
               WHEN 'B'
                   MOVE 3 TO WS-RANK
               WHEN 'C'
                   MOVE 2 TO WS-RANK
               WHEN 'D'
                   MOVE 1 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           IF WS-REQUEST-OK OR WS-REQUEST-STATUS = '10'
               CLOSE REQUEST-FILE
           END-IF.
           CLOSE STUDENT-MASTER-FILE
                 CATALOG-MASTER-FILE
                 SECTION-MASTER-FILE
                 REGISTRATION-FILE
                 REJECT-REPORT-FILE
                 ROSTER-REPORT-FILE.
