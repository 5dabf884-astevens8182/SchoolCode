      *              A lapse on file in between - probation      *
      *              once years ago and again now - is a first   *
      *              notice, not a false FINAL.                  *
      *                                                          *
      *  When CH1004X has left standing flags on CH1004LF.DAT -  *
      *  grade changes that put a student on probation or took   *
      *  one off - after this term's letters have gone out, the  *
      *  run is a reissue run instead: only the flagged students *
      *  are looked at.  One newly under the cutoff gets the     *
      *  letter a term run would have printed, unless this       *
      *  term's letter already went out.  One now over the       *
      *  cutoff who was sent this term's letter gets a PROBATION *
      *  NOTICE WITHDRAWN page and a worklist line marked        *
      *  *WITHDRAWN, and the letter's entry comes off the        *
      *  probation history so it never counts toward a FINAL.    *
      *  A letter from an earlier term is never withdrawn.       *
      *  Flags left before this term's letters go out are        *
      *  settled by the normal term run itself.  Either way the  *
      *  flag file is emptied once the run is done; dean's-list  *
      *  flags need no letter and are passed over.  A reissue    *
      *  run takes the first 500 flags; any past that are kept   *
      *  on CH1004LF.DAT, through CH1004LW.DAT, for the next     *
      *  reissue run and counted on the worklist.                *
      *                                                          *
      *  Letters and worklist identify the student by student    *
      *  ID; the worklist shows the SSN masked to its last four. *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PROBATION-WORK-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004PW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FLAG-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004LF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

           SELECT LETTER-FLAG-WORK-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004LW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004P.RPT"
       DATA DIVISION.
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

           05  PH-SOC-SEC-NO               PIC X(9).
           05  PH-TERM-ID                  PIC X(6).

       FD  PROBATION-WORK-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  PROBATION-WORK-REC              PIC X(15).

       FD  LETTER-FLAG-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  LETTER-FLAG-REC.
           05  LF-SOC-SEC-NO               PIC X(9).
           05  LF-ACTION                   PIC X.
           05  LF-FLAG-DATE                PIC X(8).

       FD  LETTER-FLAG-WORK-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  LETTER-FLAG-WORK-REC            PIC X(18).

       FD  LETTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LETTER-REC                      PIC X(80).
           05  WS-HISTORY-STATUS       PIC XX       VALUE ZEROS.
               88  WS-HISTORY-OK                    VALUE '00'.
               88  WS-HISTORY-DOES-NOT-EXIST        VALUE '35'.
           05  WS-FLAG-STATUS          PIC XX       VALUE ZEROS.
               88  WS-FLAG-OK                       VALUE '00'.

           05  WS-PROBATION-GPA-CUTOFF PIC 9V99     VALUE 2.00.
           05  WS-TERM-ID              PIC X(6)     VALUE SPACES.
           05  WS-PTERM-SEEN           PIC X        VALUE 'N'.
           05  WS-PRIOR-PROB-TERM      PIC X(6)     VALUE SPACES.

           05  WS-REISSUE-RUN          PIC X        VALUE 'N'.
               88  WS-IS-REISSUE-RUN                VALUE 'Y'.
           05  WS-FLAG-COUNT           PIC 999      VALUE ZEROS.
           05  WS-FLAG-IDX             PIC 999      VALUE ZEROS.
           05  WS-FLAG-LEFT-CTR        PIC 9(4)     VALUE ZEROS.
           05  WS-FLAG-READ-CTR        PIC 9(4)     VALUE ZEROS.
           05  WS-FLAG-ISSUE           PIC X        VALUE 'N'.
           05  WS-FLAG-WITHDRAW        PIC X        VALUE 'N'.
           05  WS-LETTER-THIS-TERM     PIC X        VALUE 'N'.
           05  WS-WITHDRAW-TERM        PIC X(6)     VALUE SPACES.
           05  WS-WD-COUNT             PIC 999      VALUE ZEROS.
           05  WS-WD-IDX               PIC 999      VALUE ZEROS.
           05  WS-WD-DROP              PIC X        VALUE 'N'.

           05  WS-LETTER-CTR           PIC 9(4)     VALUE ZEROS.
           05  WS-REPEAT-CTR           PIC 9(4)     VALUE ZEROS.
           05  WS-WITHDRAWN-CTR        PIC 9(4)     VALUE ZEROS.

           COPY SSNMASK.

      *    Distinct terms on the history file in first-seen
      *    (chronological) order, so the term letters last went
               10  WS-HIST-SSN         PIC X(9).
               10  WS-HIST-TERM        PIC X(6).

      *    Standing flags CH1004X left for this run, and the
      *    history entries of the letters withdrawn.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY           OCCURS 500 TIMES.
               10  WS-FLAG-SSN         PIC X(9).
               10  WS-FLAG-ACTION      PIC X.

       01  WS-WITHDRAWN-TABLE.
           05  WS-WD-ENTRY             OCCURS 500 TIMES.
               10  WS-WD-SSN           PIC X(9).
               10  WS-WD-TERM          PIC X(6).

       01  LT-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(21)
           05                          PIC X(6)
               VALUE 'DATE: '.
           05  LT-OUT-DATE             PIC X(8).
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(4)
               VALUE 'ID: '.
           05  LT-OUT-STUDENT-ID       PIC Z(7).

       01  LT-GPA-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(35)
              VALUE 'ACADEMIC PROBATION ADVISOR WORKLIST'.

       01  WL-HEADING2.
           05                          PIC X(19)    VALUE SPACES.
           05                          PIC X(33)
              VALUE 'GRADE CHANGE REISSUE RUN'.

       01  WL-SCHOOL-HEADING.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(10)

       01  WL-STUDENT-LINE.
           05                          PIC X(8)     VALUE SPACES.
           05  WL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  WL-OUT-NAME             PIC X(21).
           05                          PIC X(2)     VALUE SPACES.
           05  WL-OUT-SSN              PIC X(9).
           05                          PIC X(40)
              VALUE 'NO STUDENTS ON PROBATION THIS TERM'.

       01  WL-NONE-FLAGGED-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(40)
              VALUE 'NO FLAGGED STUDENT NEEDED A LETTER'.

       01  DL-SUMMARY-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(28).
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     IF WS-IS-REISSUE-RUN
                         PERFORM 300-FLAGGED-STUDENT-RTN
                     ELSE
                         IF STUDENT-ACTIVE
                            AND GPA-IN < WS-PROBATION-GPA-CUTOFF
                             PERFORM 400-PROBATION-STUDENT-RTN
                         END-IF
                     END-IF
               END-READ
           END-PERFORM.

           IF WS-LETTER-CTR = ZERO AND WS-WITHDRAWN-CTR = ZERO
               IF WS-IS-REISSUE-RUN
                   WRITE WORKLIST-REC FROM WL-NONE-FLAGGED-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE WORKLIST-REC FROM WL-NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

           PERFORM 700-END-PROGRAM-RTN.

           STOP RUN.

      **********************************************************
      *  300-FLAGGED-STUDENT-RTN - Performed from 100-MAIN-    *
      *              MODULE on a reissue run.  Acts on the     *
      *              student's flags against the standing the  *
      *              master shows now, so a flag a later grade *
      *              change has undone is passed over.         *
      **********************************************************
       300-FLAGGED-STUDENT-RTN.
           MOVE 'N' TO WS-FLAG-ISSUE WS-FLAG-WITHDRAW.
           PERFORM 310-CHECK-ONE-FLAG-RTN
               VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > WS-FLAG-COUNT.

           IF STUDENT-ACTIVE AND GPA-IN < WS-PROBATION-GPA-CUTOFF
               IF WS-FLAG-ISSUE = 'Y'
                   PERFORM 320-CHECK-LETTER-THIS-TERM-RTN
                   IF WS-LETTER-THIS-TERM = 'N'
                       PERFORM 400-PROBATION-STUDENT-RTN
                   END-IF
               END-IF
           ELSE
               IF WS-FLAG-WITHDRAW = 'Y'
                   PERFORM 340-FIND-LAST-LETTER-RTN
                   IF WS-WITHDRAW-TERM NOT = SPACES
                       PERFORM 470-WITHDRAWN-STUDENT-RTN
                   END-IF
               END-IF
           END-IF.

      **********************************************************
      *  310-CHECK-ONE-FLAG-RTN - Notes a probation letter or  *
      *              withdrawal flag for the student           *
      **********************************************************
       310-CHECK-ONE-FLAG-RTN.
           IF WS-FLAG-SSN (WS-FLAG-IDX) = SOC-SEC-NO-IN
               EVALUATE WS-FLAG-ACTION (WS-FLAG-IDX)
                   WHEN 'I'
                       MOVE 'Y' TO WS-FLAG-ISSUE
                   WHEN 'W'
                       MOVE 'Y' TO WS-FLAG-WITHDRAW
               END-EVALUATE
           END-IF.

      **********************************************************
      *  320-CHECK-LETTER-THIS-TERM-RTN - A student already    *
      *              sent this term's letter is not sent a     *
      *              second one                                *
      **********************************************************
       320-CHECK-LETTER-THIS-TERM-RTN.
           MOVE 'N' TO WS-LETTER-THIS-TERM.
           PERFORM 325-CHECK-ONE-TERM-LETTER-RTN
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
                     OR WS-LETTER-THIS-TERM = 'Y'.

      **********************************************************
      *  325-CHECK-ONE-TERM-LETTER-RTN - Compares the student  *
      *              to one history entry from this term       *
      **********************************************************
       325-CHECK-ONE-TERM-LETTER-RTN.
           IF SOC-SEC-NO-IN = WS-HIST-SSN (WS-HIST-IDX)
              AND WS-HIST-TERM (WS-HIST-IDX) = WS-TERM-ID
               MOVE 'Y' TO WS-LETTER-THIS-TERM
           END-IF.

      **********************************************************
      *  340-FIND-LAST-LETTER-RTN - The letter to withdraw is  *
      *              the student's letter from this term.  A   *
      *              student not sent one this term has none   *
      *              to withdraw and the term stays spaces - a *
      *              letter from an earlier term stands.       *
      **********************************************************
       340-FIND-LAST-LETTER-RTN.
           MOVE SPACES TO WS-WITHDRAW-TERM.
           PERFORM 345-CHECK-ONE-LETTER-RTN
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT.

      **********************************************************
      *  345-CHECK-ONE-LETTER-RTN - Keeps the term of one of   *
      *              the student's history entries from this   *
      *              term                                      *
      **********************************************************
       345-CHECK-ONE-LETTER-RTN.
           IF SOC-SEC-NO-IN = WS-HIST-SSN (WS-HIST-IDX)
              AND WS-HIST-TERM (WS-HIST-IDX) = WS-TERM-ID
               MOVE WS-HIST-TERM (WS-HIST-IDX) TO WS-WITHDRAW-TERM
           END-IF.

      **********************************************************
      *  400-PROBATION-STUDENT-RTN - Performed from 100-MAIN-  *
      *              MODULE for each active student under the  *
      *              records the letter.                       *
      **********************************************************
       400-PROBATION-STUDENT-RTN.
           PERFORM 410-SCHOOL-BREAK-RTN.

           PERFORM 420-CHECK-HISTORY-RTN.
           PERFORM 500-PRINT-LETTER-RTN.
           PERFORM 550-WORKLIST-LINE-RTN.
           PERFORM 600-RECORD-LETTER-RTN.

      **********************************************************
      *  410-SCHOOL-BREAK-RTN - Starts a new worklist section  *
      *              on the first student and on each change   *
      *              of school                                 *
      **********************************************************
       410-SCHOOL-BREAK-RTN.
           EVALUATE TRUE
               WHEN FIRST-RECORD = 'YES'
                   MOVE SCHOOL-IN TO WS-SCHOOL-HOLD
                   PERFORM 450-SCHOOL-HEADING-RTN
           END-EVALUATE.

      **********************************************************
      *  420-CHECK-HISTORY-RTN - A history record from the     *
      *              term immediately preceding this one makes *
           WRITE WORKLIST-REC FROM WL-SCHOOL-HEADING
               AFTER ADVANCING 3 LINES.

      **********************************************************
      *  470-WITHDRAWN-STUDENT-RTN - Performed from 300-       *
      *              FLAGGED-STUDENT-RTN for a student a grade *
      *              change took off probation.  Prints the    *
      *              withdrawal page and worklist line and     *
      *              holds the letter's history entry for      *
      *              removal at end of job.                    *
      **********************************************************
       470-WITHDRAWN-STUDENT-RTN.
           PERFORM 410-SCHOOL-BREAK-RTN.
           PERFORM 520-PRINT-WITHDRAWAL-RTN.

           MOVE STUDENT-ID-IN TO WL-OUT-STUDENT-ID.
           MOVE NAME-IN TO WL-OUT-NAME.
           MOVE SOC-SEC-NO-IN (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO WL-OUT-SSN.
           MOVE GPA-IN TO WL-OUT-GPA.
           MOVE '*WITHDRAWN' TO WL-OUT-REPEAT-FLAG.
           WRITE WORKLIST-REC FROM WL-STUDENT-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-WD-COUNT < 500
               ADD 1 TO WS-WD-COUNT
               MOVE SOC-SEC-NO-IN TO WS-WD-SSN (WS-WD-COUNT)
               MOVE WS-WITHDRAW-TERM TO WS-WD-TERM (WS-WD-COUNT)
           END-IF.
           ADD 1 TO WS-WITHDRAWN-CTR.

      **********************************************************
      *  500-PRINT-LETTER-RTN - Prints one letter page, the    *
      *              stronger wording for a second-            *
               AFTER ADVANCING 1 LINE.

           MOVE NAME-IN TO LT-OUT-NAME.
           MOVE STUDENT-ID-IN TO LT-OUT-STUDENT-ID.
           MOVE WS-RUN-DATE TO LT-OUT-DATE.
           WRITE LETTER-REC FROM LT-NAME-LINE
               AFTER ADVANCING 2 LINES.
               ADD 1 TO WS-REPEAT-CTR
           END-IF.

      **********************************************************
      *  520-PRINT-WITHDRAWAL-RTN - Prints one withdrawal page *
      *              naming the term of the letter withdrawn   *
      **********************************************************
       520-PRINT-WITHDRAWAL-RTN.
           WRITE LETTER-REC FROM LT-HEADING1
               AFTER ADVANCING PAGE.

           MOVE 'PROBATION NOTICE WITHDRAWN' TO LT-OUT-TITLE.
           WRITE LETTER-REC FROM LT-HEADING2
               AFTER ADVANCING 1 LINE.

           MOVE NAME-IN TO LT-OUT-NAME.
           MOVE STUDENT-ID-IN TO LT-OUT-STUDENT-ID.
           MOVE WS-RUN-DATE TO LT-OUT-DATE.
           WRITE LETTER-REC FROM LT-NAME-LINE
               AFTER ADVANCING 2 LINES.

           MOVE WS-WITHDRAW-TERM TO LT-OUT-TERM.
           MOVE GPA-IN TO LT-OUT-GPA.
           MOVE WS-PROBATION-GPA-CUTOFF TO LT-OUT-CUTOFF.
           WRITE LETTER-REC FROM LT-GPA-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO LT-OUT-BODY.
           MOVE 'A GRADE CHANGE HAS LIFTED YOUR GPA OVER THE CUTOFF.'
               TO LT-OUT-BODY (1:51).
           MOVE 'IGNORE THE NOTICE.' TO LT-OUT-BODY (53:18).
           WRITE LETTER-REC FROM LT-BODY-LINE
               AFTER ADVANCING 2 LINES.

      **********************************************************
      *  550-WORKLIST-LINE-RTN - Prints the student on the     *
      *              dean's office worklist section            *
      **********************************************************
       550-WORKLIST-LINE-RTN.
           MOVE STUDENT-ID-IN TO WL-OUT-STUDENT-ID.
           MOVE NAME-IN TO WL-OUT-NAME.
           MOVE SOC-SEC-NO-IN (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO WL-OUT-SSN.
           MOVE GPA-IN TO WL-OUT-GPA.
           IF WS-IS-REPEAT-CASE
               MOVE '*SECOND TERM' TO WL-OUT-REPEAT-FLAG
           MOVE 'SECOND-CONSECUTIVE-TERM     ' TO DL-OUT-LABEL
           MOVE WS-REPEAT-CTR TO DL-OUT-COUNT
           WRITE WORKLIST-REC FROM DL-SUMMARY-LINE
           IF WS-IS-REISSUE-RUN
               MOVE 'LETTERS WITHDRAWN           ' TO DL-OUT-LABEL
               MOVE WS-WITHDRAWN-CTR TO DL-OUT-COUNT
               WRITE WORKLIST-REC FROM DL-SUMMARY-LINE
               IF WS-FLAG-LEFT-CTR > ZERO
                   MOVE 'FLAGS KEPT FOR NEXT RUN     ' TO DL-OUT-LABEL
                   MOVE WS-FLAG-LEFT-CTR TO DL-OUT-COUNT
                   WRITE WORKLIST-REC FROM DL-SUMMARY-LINE
               END-IF
           END-IF

           WRITE WORKLIST-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.
      ************************************************************
      * 800-INITIALIZATION-RTN - Sorts the master into school     *
      *                          order, reads the controls,       *
      *                          loads the probation history and  *
      *                          any standing flags, and prints   *
      *                          the worklist heading             *
      ************************************************************
       800-INITIALIZATION-RTN.
           SORT SORT-WORK-FILE
           PERFORM 820-READ-TERM-ID-RTN.
           PERFORM 830-LOAD-HISTORY-RTN.
           PERFORM 840-OPEN-HISTORY-EXTEND-RTN.
           PERFORM 850-LOAD-LETTER-FLAGS-RTN.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           WRITE WORKLIST-REC FROM WL-HEADING1
               AFTER ADVANCING PAGE.
           IF WS-IS-REISSUE-RUN
               WRITE WORKLIST-REC FROM WL-HEADING2
                   AFTER ADVANCING 1 LINE
           END-IF.

      ***********************************************************
      * 810-READ-ACADEMIC-LIMITS-RTN - Loads the probation GPA  *
           END-IF.

      ***********************************************************
      * 850-LOAD-LETTER-FLAGS-RTN - Loads the standing flags    *
      *                    CH1004X left.  Flags make this a     *
      *                    reissue run only once the history    *
      *                    holds letters for this term; before  *
      *                    that the term run sends every letter *
      *                    the flags could call for.  A missing *
      *                    or empty flag file is a term run.    *
      *                    Flags past the table's 500 are only  *
      *                    counted.                             *
      ***********************************************************
       850-LOAD-LETTER-FLAGS-RTN.
           OPEN INPUT LETTER-FLAG-FILE.
           IF WS-FLAG-OK
               PERFORM UNTIL WS-FLAG-STATUS = '10'
                   READ LETTER-FLAG-FILE
                       AT END
                           MOVE '10' TO WS-FLAG-STATUS
                       NOT AT END
                           IF WS-FLAG-COUNT < 500
                               ADD 1 TO WS-FLAG-COUNT
                               MOVE LF-SOC-SEC-NO TO
                                   WS-FLAG-SSN (WS-FLAG-COUNT)
                               MOVE LF-ACTION TO
                                   WS-FLAG-ACTION (WS-FLAG-COUNT)
                           ELSE
                               ADD 1 TO WS-FLAG-LEFT-CTR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LETTER-FLAG-FILE
           END-IF.
           IF WS-FLAG-COUNT > ZERO
               PERFORM 855-CHECK-ONE-TERM-LETTER-RTN
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
                         OR WS-IS-REISSUE-RUN
           END-IF.

      ***********************************************************
      * 855-CHECK-ONE-TERM-LETTER-RTN - A history entry from    *
      *                    this term means the term's letters   *
      *                    have gone out                        *
      ***********************************************************
       855-CHECK-ONE-TERM-LETTER-RTN.
           IF WS-HIST-TERM (WS-HIST-IDX) = WS-TERM-ID
               MOVE 'Y' TO WS-REISSUE-RUN
           END-IF.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Closes the files, takes withdrawn  *
      *                      letters off the probation history, *
      *                      and empties the flag file once any *
      *                      flags on it are settled.  A        *
      *                      reissue run with flags past the    *
      *                      table keeps those for the next one *
      ***********************************************************
       900-END-OF-JOB-RTN.
           CLOSE STUDENT-SORTED-FILE
                 LETTER-FILE
                 WORKLIST-FILE
                 PROBATION-HISTORY-FILE.

           IF WS-WD-COUNT > ZERO
               PERFORM 950-DROP-WITHDRAWN-RTN
           END-IF.

           IF WS-IS-REISSUE-RUN AND WS-FLAG-LEFT-CTR > ZERO
               PERFORM 970-KEEP-UNREAD-FLAGS-RTN
           ELSE
               IF WS-FLAG-COUNT > ZERO
                   OPEN OUTPUT LETTER-FLAG-FILE
                   CLOSE LETTER-FLAG-FILE
               END-IF
           END-IF.

      ***********************************************************
      * 950-DROP-WITHDRAWN-RTN - Copies the probation history   *
      *                    through CH1004PW.DAT and back,       *
      *                    leaving out the entry of each letter *
      *                    withdrawn                            *
      ***********************************************************
       950-DROP-WITHDRAWN-RTN.
           OPEN INPUT PROBATION-HISTORY-FILE
                OUTPUT PROBATION-WORK-FILE.
           MOVE ZEROS TO WS-HISTORY-STATUS.
           PERFORM UNTIL WS-HISTORY-STATUS = '10'
               READ PROBATION-HISTORY-FILE
                   AT END
                       MOVE '10' TO WS-HISTORY-STATUS
                   NOT AT END
                       MOVE 'N' TO WS-WD-DROP
                       PERFORM 960-CHECK-ONE-WITHDRAWN-RTN
                           VARYING WS-WD-IDX FROM 1 BY 1
                           UNTIL WS-WD-IDX > WS-WD-COUNT
                                 OR WS-WD-DROP = 'Y'
                       IF WS-WD-DROP = 'N'
                           WRITE PROBATION-WORK-REC
                               FROM PROBATION-HISTORY-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROBATION-HISTORY-FILE
                 PROBATION-WORK-FILE.

           OPEN INPUT PROBATION-WORK-FILE
                OUTPUT PROBATION-HISTORY-FILE.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
           PERFORM UNTIL NO-MORE-RECORDS
               READ PROBATION-WORK-FILE INTO PROBATION-HISTORY-REC
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       WRITE PROBATION-HISTORY-REC
               END-READ
           END-PERFORM.
           CLOSE PROBATION-WORK-FILE
                 PROBATION-HISTORY-FILE.

      ***********************************************************
      * 960-CHECK-ONE-WITHDRAWN-RTN - Compares the history      *
      *                    entry to one withdrawn letter        *
      ***********************************************************
       960-CHECK-ONE-WITHDRAWN-RTN.
           IF PH-SOC-SEC-NO = WS-WD-SSN (WS-WD-IDX)
              AND PH-TERM-ID = WS-WD-TERM (WS-WD-IDX)
               MOVE 'Y' TO WS-WD-DROP
           END-IF.

      ***********************************************************
      * 970-KEEP-UNREAD-FLAGS-RTN - Copies the flags past the   *
      *                    table's 500 through CH1004LW.DAT and *
      *                    back, so the flag file holds only    *
      *                    the ones this run did not settle     *
      ***********************************************************
       970-KEEP-UNREAD-FLAGS-RTN.
           DISPLAY 'PROJECT4L - ' WS-FLAG-LEFT-CTR
               ' FLAGS PAST 500 KEPT FOR THE NEXT REISSUE RUN'.
           OPEN INPUT LETTER-FLAG-FILE
                OUTPUT LETTER-FLAG-WORK-FILE.
           MOVE ZEROS TO WS-FLAG-STATUS.
           MOVE ZEROS TO WS-FLAG-READ-CTR.
           PERFORM UNTIL WS-FLAG-STATUS = '10'
               READ LETTER-FLAG-FILE
                   AT END
                       MOVE '10' TO WS-FLAG-STATUS
                   NOT AT END
                       ADD 1 TO WS-FLAG-READ-CTR
                       IF WS-FLAG-READ-CTR > 500
                           WRITE LETTER-FLAG-WORK-REC
                               FROM LETTER-FLAG-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LETTER-FLAG-FILE
                 LETTER-FLAG-WORK-FILE.

           OPEN INPUT LETTER-FLAG-WORK-FILE
                OUTPUT LETTER-FLAG-FILE.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
           PERFORM UNTIL NO-MORE-RECORDS
               READ LETTER-FLAG-WORK-FILE INTO LETTER-FLAG-REC
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       WRITE LETTER-FLAG-REC
               END-READ
           END-PERFORM.
           CLOSE LETTER-FLAG-WORK-FILE
                 LETTER-FLAG-FILE.
