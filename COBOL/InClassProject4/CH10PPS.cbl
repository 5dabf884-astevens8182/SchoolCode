      *              cost impact without touching CH10PPM.DAT.   *
      *              A 'Y' reruns the same rules and REWRITEs    *
      *              IN-ANNUAL-SALARY, reporting what changed.   *
      *                                                            *
      *  A rule may carry the date the raise takes effect          *
      *  (YYYYMMDD) after its amount; blank means the run date.    *
      *  Every salary an apply run changes is journaled to         *
      *  CH10PPJ.DAT exactly as a CH10PPM change is, with that     *
      *  effective date, so a raise back-dated into periods        *
      *  CH10PPN already paid is picked up by the CH10PPNR retro   *
      *  run.                                                      *
      *                                                            *
      *  The run raises salaried employees only.  An hourly        *
      *  employee (IN-PAY-HOURLY) is paid at IN-HOURLY-RATE, so    *
      *  each one is listed as skipped, left off the payroll       *
      *  totals, and never rewritten or journaled.                 *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPM.LCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  RL-CODE                 PIC XX.
           05  RL-ADJ-TYPE             PIC X.
           05  RL-ADJ-AMOUNT           PIC 9(5)V99.
           05  RL-EFFECTIVE-DATE       PIC X(8).

       FD  APPLY-OPTION-FILE.
       01  APPLY-OPTION-REC            PIC X.
           05  ML-HOLDER               PIC X(8).
           05  ML-TIMESTAMP            PIC X(14).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-TIMESTAMP            PIC X(14).
           05  JR-TRANS-CODE           PIC X.
           05  JR-EMPLOYEE-NO          PIC X(3).
           05  JR-BEFORE-IMAGE         PIC X(58).
           05  JR-AFTER-IMAGE          PIC X(58).
           05  JR-EFFECTIVE-DATE       PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.

           05  WS-LOCK-STATUS          PIC XX       VALUE ZEROS.
               88  WS-LOCK-OK                       VALUE '00'.
           05  WS-JOURNAL-STATUS       PIC XX       VALUE ZEROS.
               88  WS-JOURNAL-DOES-NOT-EXIST        VALUE '35'.
           05  WS-BEFORE-IMAGE         PIC X(58)    VALUE SPACES.
           05  WS-LOCK-BUSY            PIC X        VALUE 'N'.
               88  WS-LOCK-IS-BUSY                  VALUE 'Y'.
           05  WS-APPLY-REQUESTED     PIC X        VALUE 'N'.
           05  WS-EMPLOYEE-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-CHANGED-CTR          PIC 9(5)     VALUE ZEROS.
           05  WS-CAPPED-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-HOURLY-SKIP-CTR      PIC 9(5)     VALUE ZEROS.

           05  WS-TOT-OLD-PAYROLL      PIC 9(8)V99  VALUE ZEROS.
           05  WS-TOT-NEW-PAYROLL      PIC 9(8)V99  VALUE ZEROS.
                   88  WS-RULE-IS-PERCENT       VALUE 'P'.
                   88  WS-RULE-IS-FLAT          VALUE 'F'.
               10  WS-RULE-ADJ-AMOUNT  PIC 9(5)V99.
               10  WS-RULE-EFF-DATE    PIC X(8).

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC XX       VALUE SPACES.
           05  DL-OUT-CAP-FLAG         PIC X(4).

       01  DL-SKIP-LINE.
           05                          PIC X(5)     VALUE SPACES.
           05  DL-OUT-SKIP-EMPLOYEE-NO PIC X(3).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-SKIP-NAME        PIC X(20).
           05                          PIC XX       VALUE SPACES.
           05  DL-OUT-SKIP-DEPT        PIC XX.
           05                          PIC X(3)     VALUE SPACES.
           05                          PIC X(26)
              VALUE 'HOURLY - SKIPPED'.

       01  DL-SUMMARY-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(28).
      *              the first matching increase rule, computes*
      *              the new salary, prints the before/after   *
      *              line, and in apply mode REWRITEs the      *
      *              master record and journals the change.    *
      *              An hourly employee is only listed as      *
      *              skipped.                                  *
      **********************************************************
       400-PROCESS-EMPLOYEE-RTN.
           ADD 1 TO WS-EMPLOYEE-CTR
           IF IN-PAY-HOURLY
               PERFORM 470-REPORT-SKIP-RTN
           ELSE
               PERFORM 410-RAISE-SALARIED-RTN
           END-IF.

      **********************************************************
      *  410-RAISE-SALARIED-RTN - Performed from 400-PROCESS-  *
      *              EMPLOYEE-RTN for a salaried employee      *
      **********************************************************
       410-RAISE-SALARIED-RTN.
           ADD IN-ANNUAL-SALARY TO WS-TOT-OLD-PAYROLL

           PERFORM 420-MATCH-RULE-RTN.
               PERFORM 440-COMPUTE-INCREASE-RTN
               PERFORM 460-REPORT-CHANGE-RTN
               IF WS-APPLY-IS-REQUESTED
                   MOVE EMP-MASTER-REC TO WS-BEFORE-IMAGE
                   MOVE WS-NEW-SALARY TO IN-ANNUAL-SALARY
                   REWRITE EMP-MASTER-REC
                   PERFORM 450-WRITE-JOURNAL-RTN
               END-IF
               ADD WS-NEW-SALARY TO WS-TOT-NEW-PAYROLL
               ADD 1 TO WS-CHANGED-CTR
           END-IF.

      **********************************************************
      *  420-MATCH-RULE-RTN - Performed from 410-RAISE-        *
      *              SALARIED-RTN, finds the first rule in the *
      *              table matching this employee's dept,      *
      *              terr, or job class.  Only the first match *
      *              applies, so overlapping rules can never   *
           END-EVALUATE.

      **********************************************************
      *  440-COMPUTE-INCREASE-RTN - Performed from 410-RAISE-  *
      *              SALARIED-RTN, computes the new salary from *
      *              the matched rule.  A percentage rule       *
      *              carries the percent in WS-RULE-ADJ-AMOUNT  *
      *              (keyed 0000500, value 5.00, for a 5        *
           END-COMPUTE.

      **********************************************************
      *  450-WRITE-JOURNAL-RTN - Performed from 410-RAISE-     *
      *              SALARIED-RTN after an applied raise is    *
      *              rewritten.  Journals it as a CHANGE with  *
      *              the before and after images, dated with   *
      *              the rule's effective date (the run date   *
      *              when the rule leaves it blank).           *
      **********************************************************
       450-WRITE-JOURNAL-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-TIMESTAMP
           MOVE 'C' TO JR-TRANS-CODE
           MOVE IN-EMPLOYEE-NO TO JR-EMPLOYEE-NO
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE EMP-MASTER-REC TO JR-AFTER-IMAGE
           IF WS-RULE-EFF-DATE (WS-RULE-MATCHED) IS NUMERIC
               MOVE WS-RULE-EFF-DATE (WS-RULE-MATCHED)
                   TO JR-EFFECTIVE-DATE
           ELSE
               MOVE JR-TIMESTAMP(1:8) TO JR-EFFECTIVE-DATE
           END-IF
           WRITE JOURNAL-REC.

      **********************************************************
      *  460-REPORT-CHANGE-RTN - Performed from 410-RAISE-     *
      *              SALARIED-RTN, prints one before/after line *
      **********************************************************
       460-REPORT-CHANGE-RTN.
           MOVE IN-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
           WRITE OUT-REPORT-REC FROM DL-CHANGE-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************************
      *  470-REPORT-SKIP-RTN - Performed from 400-PROCESS-     *
      *              EMPLOYEE-RTN, lists an hourly employee    *
      *              the run leaves alone                      *
      **********************************************************
       470-REPORT-SKIP-RTN.
           MOVE IN-EMPLOYEE-NO TO DL-OUT-SKIP-EMPLOYEE-NO
           MOVE IN-EMPLOYEE-NAME TO DL-OUT-SKIP-NAME
           MOVE IN-DEPT TO DL-OUT-SKIP-DEPT
           WRITE OUT-REPORT-REC FROM DL-SKIP-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-HOURLY-SKIP-CTR.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the run counts and the     *
           MOVE 'SALARIES HELD AT MAXIMUM    ' TO DL-OUT-LABEL
           MOVE WS-CAPPED-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'HOURLY EMPLOYEES SKIPPED    ' TO DL-OUT-LABEL
           MOVE WS-HOURLY-SKIP-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE

           COMPUTE WS-TOT-COST-IMPACT =
               WS-TOT-NEW-PAYROLL - WS-TOT-OLD-PAYROLL
           IF WS-APPLY-IS-REQUESTED
               PERFORM 010-CLAIM-MASTER-LOCK-RTN
               OPEN I-O EMP-MASTER-FILE
               PERFORM 850-OPEN-JOURNAL-RTN
           ELSE
               OPEN INPUT EMP-MASTER-FILE
           END-IF.
                               WS-RULE-ADJ-TYPE (WS-RULE-COUNT)
                           MOVE RL-ADJ-AMOUNT TO
                               WS-RULE-ADJ-AMOUNT (WS-RULE-COUNT)
                           MOVE RL-EFFECTIVE-DATE TO
                               WS-RULE-EFF-DATE (WS-RULE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

      ***********************************************************
      * 850-OPEN-JOURNAL-RTN - Performed from 800-INITIALIZA-   *
      *                    TION-RTN in apply mode.  Opens the   *
      *                    CH10PPM change journal for append,   *
      *                    creating it if no maintenance run    *
      *                    has written it yet.                  *
      ***********************************************************
       850-OPEN-JOURNAL-RTN.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-DOES-NOT-EXIST
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
           CLOSE EMP-MASTER-FILE
                 OUT-REPORT-FILE.
           IF WS-APPLY-IS-REQUESTED
               CLOSE JOURNAL-FILE
               PERFORM 990-RELEASE-MASTER-LOCK-RTN
           END-IF.

