       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH1004N.
      ************************************************************
      *  CH1004N  -  Year-end class standing promotion run.      *
      *              Reads the student master and works out the  *
      *              class each active student's CREDITS-IN has  *
      *              earned from the credit thresholds on        *
      *              CH1004N.CTL, so CLASS-IN no longer waits on *
      *              a hand-keyed CH1004M change before PROJECT4 *
      *              breaks on it or CH1004A picks up a senior.  *
      *              CH1004NA.CTL holds a single Y/N apply       *
      *              option:  anything but 'Y' (or a missing     *
      *              file) runs in simulation mode, printing the *
      *              register without touching CH1004.DAT.  A    *
      *              'Y' claims the master lock and REWRITEs     *
      *              CLASS-IN for every student promoted.        *
      *                                                          *
      *  A class is only ever raised here.  A student whose      *
      *  credits sit below the class on file - a class keyed by  *
      *  hand, or credits a grade change took away - is listed   *
      *  for the registrar to look at and left alone.  A student *
      *  held back within the CH1004N.CTL window of the next     *
      *  threshold is listed with the credits still short.  The  *
      *  register CH1004N.RPT prints old and new class grouped   *
      *  by school, with each school's counts.  Students are     *
      *  listed by ID with the SSN masked to its last four.      *
      *                                                          *
      *  CH1004N.CTL, one record:                                *
      *      1-3   credits to be a sophomore     (default 030)   *
      *      4-6   credits to be a junior        (default 060)   *
      *      7-9   credits to be a senior        (default 090)   *
      *     10-11  held-back window in credits   (default 06)    *
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

           SELECT CLASS-LIMIT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004N.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-LIMIT-STATUS.

           SELECT APPLY-OPTION-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004NA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLY-OPT-STATUS.

           SELECT PROMOTION-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004N.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-LOCK-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-REC.
           COPY STUREC.

       FD  CLASS-LIMIT-FILE.
       01  CLASS-LIMIT-REC.
           05  CN-SOPHOMORE-CREDITS    PIC 9(3).
           05  CN-JUNIOR-CREDITS       PIC 9(3).
           05  CN-SENIOR-CREDITS       PIC 9(3).
           05  CN-NEAR-CREDITS         PIC 9(2).

       FD  APPLY-OPTION-FILE.
       01  APPLY-OPTION-REC            PIC X.

       FD  PROMOTION-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  PROMOTION-REPORT-REC        PIC X(90).

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

           05  WS-MASTER-STATUS        PIC XX       VALUE ZEROS.
               88  WS-MASTER-OK                     VALUE '00'.
           05  WS-CLASS-LIMIT-STATUS   PIC XX       VALUE ZEROS.
               88  WS-CLASS-LIMIT-OK                VALUE '00'.
           05  WS-APPLY-OPT-STATUS     PIC XX       VALUE ZEROS.
               88  WS-APPLY-OPT-OK                  VALUE '00'.
           05  WS-APPLY-REQUESTED      PIC X        VALUE 'N'.
               88  WS-APPLY-IS-REQUESTED            VALUE 'Y'.

           05  WS-LOCK-STATUS          PIC XX       VALUE ZEROS.
               88  WS-LOCK-OK                       VALUE '00'.
           05  WS-LOCK-BUSY            PIC X        VALUE 'N'.
               88  WS-LOCK-IS-BUSY                  VALUE 'Y'.

           05  WS-SOPHOMORE-CREDITS    PIC 9(3)     VALUE 030.
           05  WS-JUNIOR-CREDITS       PIC 9(3)     VALUE 060.
           05  WS-SENIOR-CREDITS       PIC 9(3)     VALUE 090.
           05  WS-NEAR-CREDITS         PIC 9(2)     VALUE 06.

           05  WS-EARNED-CLASS         PIC X        VALUE SPACE.
           05  WS-NEXT-CLASS           PIC X        VALUE SPACE.
           05  WS-NEXT-CREDITS         PIC 9(3)     VALUE ZEROS.
           05  WS-SHORT-CREDITS        PIC 9(3)     VALUE ZEROS.
           05  WS-SHORT-EDIT           PIC Z9       VALUE ZEROS.
           05  WS-CLASS-CODE           PIC X        VALUE SPACE.
           05  WS-CLASS-NAME           PIC X(9)     VALUE SPACES.
           05  WS-NOTE                 PIC X(15)    VALUE SPACES.

           05  WS-LINE-IDX             PIC 9(3)     VALUE ZEROS.
           05  WS-LINE-COUNT           PIC 9(3)     VALUE ZEROS.
           05  WS-SCHOOL-IDX           PIC 9        VALUE ZEROS.
           05  WS-SCHOOL-PRINTED       PIC X        VALUE 'N'.
           05  WS-SCHOOL-NAME          PIC X(11)    VALUE SPACES.
           05  WS-SCHOOL-PROMOTED      PIC 9(4)     VALUE ZEROS.
           05  WS-SCHOOL-HELD          PIC 9(4)     VALUE ZEROS.

           05  WS-READ-CTR             PIC 9(4)     VALUE ZEROS.
           05  WS-INACTIVE-CTR         PIC 9(4)     VALUE ZEROS.
           05  WS-PROMOTED-CTR         PIC 9(4)     VALUE ZEROS.
           05  WS-HELD-CTR             PIC 9(4)     VALUE ZEROS.
           05  WS-BELOW-CTR            PIC 9(4)     VALUE ZEROS.
           05  WS-NOT-LISTED-CTR       PIC 9(4)     VALUE ZEROS.
           COPY SSNMASK.

      *    Register lines held through the master pass so they
      *    can print grouped by school.  Kind P is a promotion,
      *    H held back near the next threshold, B credits below
      *    the class on file.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY           OCCURS 500 TIMES.
               10  WS-LINE-KIND        PIC X.
               10  WS-LINE-SSN         PIC X(9).
               10  WS-LINE-STUDENT-ID  PIC 9(7).
               10  WS-LINE-NAME        PIC X(21).
               10  WS-LINE-SCHOOL      PIC X.
               10  WS-LINE-CREDITS     PIC 9(3).
               10  WS-LINE-OLD-CLASS   PIC X.
               10  WS-LINE-NEW-CLASS   PIC X.
               10  WS-LINE-NOTE        PIC X(15).

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(21)
               VALUE 'PASS EM STATE COLLEGE'.

       01  HL-HEADING2.
           05                          PIC X(16)    VALUE SPACES.
           05                          PIC X(27)
               VALUE 'CLASS PROMOTION REGISTER -'.
           05  HL-OUT-MODE             PIC X(15).

       01  HL-HEADING3.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(23)
               VALUE 'STUDENT NAME'.
           05                          PIC X(9)
               VALUE 'ID'.
           05                          PIC X(11)
               VALUE 'SSN'.
           05                          PIC X(8)
               VALUE 'CREDITS'.
           05                          PIC X(10)
               VALUE 'OLD CLASS'.
           05                          PIC X(11)
               VALUE 'NEW CLASS'.
           05                          PIC X(13)
               VALUE 'NOTE'.

       01  DL-SCHOOL-HEADING.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'SCHOOL - '.
           05  DL-OUT-SCHOOL-NAME      PIC X(11).

       01  DL-STUDENT-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-NAME             PIC X(21).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(9).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-CREDITS          PIC ZZ9.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-OLD-CLASS        PIC X(9).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-NEW-CLASS        PIC X(9).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-NOTE             PIC X(15).

       01  DL-SCHOOL-TOTAL-LINE.
           05                          PIC X(8)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'PROMOTED'.
           05  DL-OUT-SCHOOL-PROMOTED  PIC Z,ZZ9.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(12)
              VALUE 'HELD BACK'.
           05  DL-OUT-SCHOOL-HELD      PIC Z,ZZ9.

       01  DL-SUMMARY-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(28).
           05  DL-OUT-COUNT            PIC Z,ZZ9.

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
               READ STUDENT-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     ADD 1 TO WS-READ-CTR
                     PERFORM 400-CHECK-STUDENT-RTN
               END-READ
           END-PERFORM.

           PERFORM 600-PRINT-REGISTER-RTN.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           STOP RUN.

      **********************************************************
      *  400-CHECK-STUDENT-RTN - Performed from 100-MAIN-      *
      *              MODULE for every master record.  Works    *
      *              out the class an active student's credits *
      *              have earned and promotes, lists as held   *
      *              back, or lists as below class.            *
      **********************************************************
       400-CHECK-STUDENT-RTN.
           IF NOT STUDENT-ACTIVE
               ADD 1 TO WS-INACTIVE-CTR
           ELSE
               PERFORM 420-SET-EARNED-CLASS-RTN
               EVALUATE TRUE
                   WHEN WS-EARNED-CLASS > CLASS-IN
                       PERFORM 450-PROMOTE-STUDENT-RTN
                   WHEN WS-EARNED-CLASS < CLASS-IN
                       PERFORM 480-CHECK-BELOW-CLASS-RTN
                   WHEN OTHER
                       PERFORM 460-CHECK-HELD-BACK-RTN
               END-EVALUATE
           END-IF.

      **********************************************************
      *  420-SET-EARNED-CLASS-RTN - The highest class whose    *
      *              threshold CREDITS-IN meets                *
      **********************************************************
       420-SET-EARNED-CLASS-RTN.
           EVALUATE TRUE
               WHEN CREDITS-IN >= WS-SENIOR-CREDITS
                   MOVE '4' TO WS-EARNED-CLASS
               WHEN CREDITS-IN >= WS-JUNIOR-CREDITS
                   MOVE '3' TO WS-EARNED-CLASS
               WHEN CREDITS-IN >= WS-SOPHOMORE-CREDITS
                   MOVE '2' TO WS-EARNED-CLASS
               WHEN OTHER
                   MOVE '1' TO WS-EARNED-CLASS
           END-EVALUATE.

      **********************************************************
      *  450-PROMOTE-STUDENT-RTN - Performed from 400-CHECK-   *
      *              STUDENT-RTN, holds the promotion line and *
      *              in apply mode REWRITEs CLASS-IN           *
      **********************************************************
       450-PROMOTE-STUDENT-RTN.
           MOVE 'P' TO WS-CLASS-CODE.
           MOVE 'PROMOTED' TO WS-NOTE.
           PERFORM 500-HOLD-LINE-RTN.

           IF WS-APPLY-IS-REQUESTED
               MOVE WS-EARNED-CLASS TO CLASS-IN
               REWRITE STUDENT-MASTER-REC
           END-IF.
           ADD 1 TO WS-PROMOTED-CTR.

      **********************************************************
      *  460-CHECK-HELD-BACK-RTN - Performed from 400-CHECK-   *
      *              STUDENT-RTN for a student whose class     *
      *              stands.  Lists one within the window of   *
      *              the next threshold, with the credits      *
      *              still short.  A senior has none to reach. *
      **********************************************************
       460-CHECK-HELD-BACK-RTN.
           EVALUATE WS-EARNED-CLASS
               WHEN '1'
                   MOVE '2' TO WS-NEXT-CLASS
                   MOVE WS-SOPHOMORE-CREDITS TO WS-NEXT-CREDITS
               WHEN '2'
                   MOVE '3' TO WS-NEXT-CLASS
                   MOVE WS-JUNIOR-CREDITS TO WS-NEXT-CREDITS
               WHEN '3'
                   MOVE '4' TO WS-NEXT-CLASS
                   MOVE WS-SENIOR-CREDITS TO WS-NEXT-CREDITS
               WHEN OTHER
                   MOVE SPACE TO WS-NEXT-CLASS
           END-EVALUATE.

           IF WS-NEXT-CLASS NOT = SPACE
               COMPUTE WS-SHORT-CREDITS =
                   WS-NEXT-CREDITS - CREDITS-IN
               IF WS-SHORT-CREDITS <= WS-NEAR-CREDITS
                   MOVE WS-SHORT-CREDITS TO WS-SHORT-EDIT
                   MOVE SPACES TO WS-NOTE
                   STRING 'HELD - ' WS-SHORT-EDIT ' SHORT'
                       DELIMITED BY SIZE
                       INTO WS-NOTE
                   MOVE 'H' TO WS-CLASS-CODE
                   PERFORM 500-HOLD-LINE-RTN
                   ADD 1 TO WS-HELD-CTR
               END-IF
           END-IF.

      **********************************************************
      *  480-CHECK-BELOW-CLASS-RTN - Performed from 400-CHECK- *
      *              STUDENT-RTN for a student whose credits   *
      *              sit below the class on file.  Listed for  *
      *              the registrar; the class is not lowered.  *
      **********************************************************
       480-CHECK-BELOW-CLASS-RTN.
           MOVE 'CREDITS < CLASS' TO WS-NOTE.
           MOVE 'B' TO WS-CLASS-CODE.
           PERFORM 500-HOLD-LINE-RTN.
           ADD 1 TO WS-BELOW-CTR.

      **********************************************************
      *  500-HOLD-LINE-RTN - Holds one register line for the   *
      *              grouped print.  A new class goes with a   *
      *              promotion; a held-back line shows the     *
      *              class in reach.                           *
      **********************************************************
       500-HOLD-LINE-RTN.
           IF WS-LINE-COUNT < 500
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-NOTE TO WS-LINE-NOTE (WS-LINE-COUNT)
               MOVE WS-CLASS-CODE TO WS-LINE-KIND (WS-LINE-COUNT)
               MOVE SOC-SEC-NO-IN TO WS-LINE-SSN (WS-LINE-COUNT)
               MOVE STUDENT-ID-IN
                   TO WS-LINE-STUDENT-ID (WS-LINE-COUNT)
               MOVE NAME-IN TO WS-LINE-NAME (WS-LINE-COUNT)
               MOVE SCHOOL-IN TO WS-LINE-SCHOOL (WS-LINE-COUNT)
               MOVE CREDITS-IN TO WS-LINE-CREDITS (WS-LINE-COUNT)
               MOVE CLASS-IN TO WS-LINE-OLD-CLASS (WS-LINE-COUNT)
               EVALUATE WS-CLASS-CODE
                   WHEN 'P'
                       MOVE WS-EARNED-CLASS
                           TO WS-LINE-NEW-CLASS (WS-LINE-COUNT)
                   WHEN 'H'
                       MOVE WS-NEXT-CLASS
                           TO WS-LINE-NEW-CLASS (WS-LINE-COUNT)
                   WHEN OTHER
                       MOVE SPACE TO WS-LINE-NEW-CLASS (WS-LINE-COUNT)
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NOT-LISTED-CTR
           END-IF.

      **********************************************************
      *  600-PRINT-REGISTER-RTN - Performed from 100-MAIN-     *
      *              MODULE after the master pass, prints the  *
      *              held lines grouped by school              *
      **********************************************************
       600-PRINT-REGISTER-RTN.
      *    Pass 4 catches any student whose school code is not
      *    1-3, so no line can drop off the register.
           PERFORM 620-PRINT-ONE-SCHOOL-RTN
               VARYING WS-SCHOOL-IDX FROM 1 BY 1
               UNTIL WS-SCHOOL-IDX > 4.

      **********************************************************
      *  620-PRINT-ONE-SCHOOL-RTN - Performed from 600-PRINT-  *
      *              REGISTER-RTN, prints every held line for  *
      *              one school under that school's heading,   *
      *              then the school's counts                  *
      **********************************************************
       620-PRINT-ONE-SCHOOL-RTN.
           MOVE 'N' TO WS-SCHOOL-PRINTED.
           MOVE ZEROS TO WS-SCHOOL-PROMOTED WS-SCHOOL-HELD.
           EVALUATE WS-SCHOOL-IDX
               WHEN 1
                   MOVE 'BUSINESS' TO WS-SCHOOL-NAME
               WHEN 2
                   MOVE 'ARTS' TO WS-SCHOOL-NAME
               WHEN 3
                   MOVE 'ENGINEERING' TO WS-SCHOOL-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-SCHOOL-NAME
           END-EVALUATE.

           PERFORM 640-PRINT-ONE-LINE-RTN
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.

           IF WS-SCHOOL-PRINTED = 'Y'
               MOVE WS-SCHOOL-PROMOTED TO DL-OUT-SCHOOL-PROMOTED
               MOVE WS-SCHOOL-HELD TO DL-OUT-SCHOOL-HELD
               WRITE PROMOTION-REPORT-REC FROM DL-SCHOOL-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

      **********************************************************
      *  640-PRINT-ONE-LINE-RTN - Performed from 620-PRINT-    *
      *              ONE-SCHOOL-RTN, prints one held line if   *
      *              it belongs to the school being printed    *
      **********************************************************
       640-PRINT-ONE-LINE-RTN.
           IF (WS-SCHOOL-IDX < 4
                  AND WS-LINE-SCHOOL (WS-LINE-IDX) = WS-SCHOOL-IDX)
              OR (WS-SCHOOL-IDX = 4
                  AND WS-LINE-SCHOOL (WS-LINE-IDX) NOT = '1'
                  AND WS-LINE-SCHOOL (WS-LINE-IDX) NOT = '2'
                  AND WS-LINE-SCHOOL (WS-LINE-IDX) NOT = '3')
               IF WS-SCHOOL-PRINTED = 'N'
                   MOVE WS-SCHOOL-NAME TO DL-OUT-SCHOOL-NAME
                   WRITE PROMOTION-REPORT-REC FROM DL-SCHOOL-HEADING
                       AFTER ADVANCING 2 LINES
                   MOVE 'Y' TO WS-SCHOOL-PRINTED
               END-IF
               MOVE WS-LINE-NAME (WS-LINE-IDX) TO DL-OUT-NAME
               MOVE WS-LINE-STUDENT-ID (WS-LINE-IDX)
                   TO DL-OUT-STUDENT-ID
               MOVE WS-LINE-SSN (WS-LINE-IDX) (6:4)
                   TO WS-MASKED-SSN-LAST4
               MOVE WS-MASKED-SSN TO DL-OUT-SSN
               MOVE WS-LINE-CREDITS (WS-LINE-IDX) TO DL-OUT-CREDITS
               MOVE WS-LINE-OLD-CLASS (WS-LINE-IDX) TO WS-CLASS-CODE
               PERFORM 660-NAME-CLASS-RTN
               MOVE WS-CLASS-NAME TO DL-OUT-OLD-CLASS
               MOVE WS-LINE-NEW-CLASS (WS-LINE-IDX) TO WS-CLASS-CODE
               PERFORM 660-NAME-CLASS-RTN
               MOVE WS-CLASS-NAME TO DL-OUT-NEW-CLASS
               MOVE WS-LINE-NOTE (WS-LINE-IDX) TO DL-OUT-NOTE
               WRITE PROMOTION-REPORT-REC FROM DL-STUDENT-LINE
                   AFTER ADVANCING 1 LINE
               EVALUATE WS-LINE-KIND (WS-LINE-IDX)
                   WHEN 'P'
                       ADD 1 TO WS-SCHOOL-PROMOTED
                   WHEN 'H'
                       ADD 1 TO WS-SCHOOL-HELD
               END-EVALUATE
           END-IF.

      **********************************************************
      *  660-NAME-CLASS-RTN - Spells out a CLASS-IN code       *
      **********************************************************
       660-NAME-CLASS-RTN.
           EVALUATE WS-CLASS-CODE
               WHEN '1'
                   MOVE 'FRESHMAN' TO WS-CLASS-NAME
               WHEN '2'
                   MOVE 'SOPHOMORE' TO WS-CLASS-NAME
               WHEN '3'
                   MOVE 'JUNIOR' TO WS-CLASS-NAME
               WHEN '4'
                   MOVE 'SENIOR' TO WS-CLASS-NAME
               WHEN SPACE
                   MOVE SPACES TO WS-CLASS-NAME
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-CLASS-NAME
           END-EVALUATE.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the run summary counts     *
      ************************************************************
       700-END-PROGRAM-RTN.
           MOVE SPACES TO PROMOTION-REPORT-REC
           WRITE PROMOTION-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'MASTER RECORDS READ         ' TO DL-OUT-LABEL
           MOVE WS-READ-CTR TO DL-OUT-COUNT
           WRITE PROMOTION-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'INACTIVE - NOT CONSIDERED   ' TO DL-OUT-LABEL
           MOVE WS-INACTIVE-CTR TO DL-OUT-COUNT
           WRITE PROMOTION-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'STUDENTS PROMOTED           ' TO DL-OUT-LABEL
           MOVE WS-PROMOTED-CTR TO DL-OUT-COUNT
           WRITE PROMOTION-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'HELD BACK NEAR THRESHOLD    ' TO DL-OUT-LABEL
           MOVE WS-HELD-CTR TO DL-OUT-COUNT
           WRITE PROMOTION-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'CREDITS BELOW CLASS ON FILE ' TO DL-OUT-LABEL
           MOVE WS-BELOW-CTR TO DL-OUT-COUNT
           WRITE PROMOTION-REPORT-REC FROM DL-SUMMARY-LINE

           IF WS-NOT-LISTED-CTR > ZERO
               MOVE 'LINES PAST REGISTER LIMIT   ' TO DL-OUT-LABEL
               MOVE WS-NOT-LISTED-CTR TO DL-OUT-COUNT
               WRITE PROMOTION-REPORT-REC FROM DL-SUMMARY-LINE
           END-IF

           WRITE PROMOTION-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Reads the controls, opens the   *
      *                          files, and prints the headings  *
      ************************************************************
       800-INITIALIZATION-RTN.
           PERFORM 810-READ-CLASS-LIMITS-RTN.
           PERFORM 820-CHECK-APPLY-OPTION-RTN.

      *    Only an apply run updates the master, so only an
      *    apply run claims the master lock - simulations can
      *    run beside anything.
           IF WS-APPLY-IS-REQUESTED
               PERFORM 010-CLAIM-MASTER-LOCK-RTN
               OPEN I-O STUDENT-MASTER-FILE
               MOVE 'CLASSES APPLIED' TO HL-OUT-MODE
           ELSE
               OPEN INPUT STUDENT-MASTER-FILE
               MOVE 'SIMULATION ONLY' TO HL-OUT-MODE
           END-IF.

           OPEN OUTPUT PROMOTION-REPORT-FILE.

           WRITE PROMOTION-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE
           WRITE PROMOTION-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES
           WRITE PROMOTION-REPORT-REC FROM HL-HEADING3
               AFTER ADVANCING 2 LINES.

      ***********************************************************
      * 810-READ-CLASS-LIMITS-RTN - Loads the class credit      *
      *                    thresholds and held-back window from *
      *                    CH1004N.CTL.  A missing control file *
      *                    leaves the VALUE-clause defaults in  *
      *                    effect.                              *
      ***********************************************************
       810-READ-CLASS-LIMITS-RTN.
           OPEN INPUT CLASS-LIMIT-FILE.
           IF WS-CLASS-LIMIT-OK
               READ CLASS-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CN-SOPHOMORE-CREDITS
                           TO WS-SOPHOMORE-CREDITS
                       MOVE CN-JUNIOR-CREDITS TO WS-JUNIOR-CREDITS
                       MOVE CN-SENIOR-CREDITS TO WS-SENIOR-CREDITS
                       MOVE CN-NEAR-CREDITS TO WS-NEAR-CREDITS
               END-READ
               CLOSE CLASS-LIMIT-FILE
           END-IF.

      ***********************************************************
      * 820-CHECK-APPLY-OPTION-RTN - CH1004NA.CTL holds a       *
      *                    single Y/N telling this run whether  *
      *                    to rewrite the master or only        *
      *                    simulate.  Missing file defaults to  *
      *                    simulation, so the safe mode is the  *
      *                    default.                             *
      ***********************************************************
       820-CHECK-APPLY-OPTION-RTN.
           OPEN INPUT APPLY-OPTION-FILE.
           IF WS-APPLY-OPT-OK
               READ APPLY-OPTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE APPLY-OPTION-REC TO WS-APPLY-REQUESTED
               END-READ
               CLOSE APPLY-OPTION-FILE
           END-IF.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           CLOSE STUDENT-MASTER-FILE
                 PROMOTION-REPORT-FILE.
           IF WS-APPLY-IS-REQUESTED
               PERFORM 990-RELEASE-MASTER-LOCK-RTN
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
               DISPLAY 'CH1004N  CANNOT START - CH1004.DAT '
                   'LOCKED BY ' ML-HOLDER
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'Y' TO ML-HELD-FLAG.
           MOVE 'CH1004N ' TO ML-HOLDER.
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
