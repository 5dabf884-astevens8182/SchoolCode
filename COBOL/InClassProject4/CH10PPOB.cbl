       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH10PPOB.
      ************************************************************
      *  CH10PPOB  - Leave balance and liability report.  Reads  *
      *              the employee master in IN-DEPT-TERR-JOBCLASS-*
      *              KEY order and prints each employee's vacation*
      *              and sick balance from the leave master       *
      *              CH10PPO.DAT, with the dollar liability of the*
      *              vacation balance at the current rate of pay -*
      *              IN-HOURLY-RATE for hourly employees, IN-     *
      *              ANNUAL-SALARY over 2080 hours for salaried.  *
      *              Sick leave is not paid out, so it is shown in*
      *              hours only.  Territory, department and       *
      *              company totals follow.  Active employees are *
      *              listed, and so is any inactive employee      *
      *              whose vacation CH10PPM flagged for payout,   *
      *              marked PAYOUT DUE, as that is still owed.    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IN-EMPLOYEE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-EMPLOYEE-NO
               ALTERNATE RECORD KEY IS IN-DEPT-TERR-JOBCLASS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT LEAVE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT OUT-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPOB.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  IN-EMPLOYEE-FILE.
       01  IN-EMPLOYEE-REC.
           COPY EMPREC.

       FD  LEAVE-FILE.
       01  LEAVE-REC.
           COPY LEAVEREC.

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  FIRST-RECORD            PIC X(3)     VALUE 'YES'.

           05  WS-EMP-FILE-STATUS      PIC XX       VALUE ZEROS.
               88  WS-EMP-FILE-OK                   VALUE '00'.
           05  WS-LEAVE-STATUS         PIC XX       VALUE ZEROS.
               88  WS-LEAVE-OK                      VALUE '00'.
           05  WS-LEAVE-PRESENT        PIC X        VALUE 'Y'.
               88  WS-LEAVE-IS-PRESENT              VALUE 'Y'.

           05  WS-LINE-CTR             PIC 99       VALUE ZEROS.
           05  WS-PAGE-CTR             PIC 999      VALUE ZEROS.

           05  WS-DEPT-HOLD            PIC XX       VALUE ZEROS.
           05  WS-TERR-HOLD            PIC XX       VALUE ZEROS.

           05  WS-PAYOUT-FLAG          PIC X        VALUE SPACE.
               88  WS-PAYOUT-IS-DUE                 VALUE 'P'.
           05  WS-VAC-HOURS            PIC 9(4)V99  VALUE ZEROS.
           05  WS-SICK-HOURS           PIC 9(4)V99  VALUE ZEROS.
           05  WS-HOURLY-RATE          PIC 9(3)V99  VALUE ZEROS.
           05  WS-VAC-LIABILITY        PIC 9(7)V99  VALUE ZEROS.

           05  WS-TERR-VAC-HOURS       PIC 9(6)V99  VALUE ZEROS.
           05  WS-TERR-VAC-LIAB        PIC 9(8)V99  VALUE ZEROS.
           05  WS-TERR-SICK-HOURS      PIC 9(6)V99  VALUE ZEROS.
           05  WS-DEPT-VAC-HOURS       PIC 9(6)V99  VALUE ZEROS.
           05  WS-DEPT-VAC-LIAB        PIC 9(8)V99  VALUE ZEROS.
           05  WS-DEPT-SICK-HOURS      PIC 9(6)V99  VALUE ZEROS.
           05  WS-COMP-VAC-HOURS       PIC 9(6)V99  VALUE ZEROS.
           05  WS-COMP-VAC-LIAB        PIC 9(8)V99  VALUE ZEROS.
           05  WS-COMP-SICK-HOURS      PIC 9(6)V99  VALUE ZEROS.
           05  WS-COMP-PAYOUT-LIAB     PIC 9(8)V99  VALUE ZEROS.

           05  WS-T-DATE.
               10  WS-IN-YR            PIC 9(4).
               10  WS-IN-MO            PIC 9(2).
               10  WS-IN-DAY           PIC 9(2).

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(44)
              VALUE 'A L P H A  D E P A R T M E N T  S T O R E'.
           05                          PIC X(5)
              VALUE 'PAGE '.
           05  HL-OUT-PAGE             PIC ZZ9.
           05                          PIC X(5)     VALUE SPACES.

       01  HL-HEADING2.
           05                          PIC X(18)    VALUE SPACES.
           05                          PIC X(39)
                VALUE 'LEAVE BALANCE AND LIABILITY REPORT'.
           05  HL-TODAYS-DATE.
               10  HL-OUT-MO           PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-DAY          PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-YR           PIC 9(4).
           05                          PIC X(13)    VALUE SPACES.

       01  DL-DEPT-HEADING.
           05                          PIC X(14)    VALUE SPACES.
           05                          PIC X(13)
              VALUE 'DEPARTMENT - '.
           05  DL-OUT-DEPT             PIC XX.
           05                          PIC X(51)    VALUE SPACES.

       01  DL-TERR-HEADING.
           05                          PIC X(14)    VALUE SPACES.
           05                          PIC X(12)
              VALUE 'TERRITORY - '.
           05  DL-OUT-TERR             PIC XX.
           05                          PIC X(52)    VALUE SPACES.

       01  HL-HEADING3.
           05                          PIC X(1)     VALUE SPACES.
           05                          PIC X(5)     VALUE 'EMP'.
           05                          PIC X(22)
               VALUE 'EMPLOYEE NAME'.
           05                          PIC X(8)     VALUE '  RATE'.
           05                          PIC X(10)    VALUE ' VAC HRS'.
           05                          PIC X(14)
               VALUE ' VAC LIABILITY'.
           05                          PIC X(10)    VALUE 'SICK HRS'.
           05                          PIC X(10)    VALUE SPACES.

       01  DL-EMPLOYEE-LINE.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NO      PIC X(3).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RATE             PIC ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-VAC-HOURS        PIC Z,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-VAC-LIABILITY    PIC $$$,$$9.99.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-SICK-HOURS       PIC Z,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NOTE             PIC X(11).

       01  DL-TOTAL-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-LEVEL            PIC X(13).
           05  DL-OUT-LEVEL-CODE       PIC XX.
           05                          PIC X(7)     VALUE SPACES.
           05                          PIC X(8)     VALUE 'TOTAL'.
           05  DL-OUT-TOT-VAC-HOURS    PIC ZZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-TOT-VAC-LIAB     PIC $$,$$$,$$9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-TOT-SICK-HOURS   PIC ZZZ,ZZ9.99.
           05                          PIC X(11)    VALUE SPACES.

       01  DL-PAYOUT-TOTAL-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(45)
               VALUE 'INCLUDES VACATION PAYOUTS DUE TO INACTIVES OF'.
           05  DL-OUT-PAYOUT-LIAB      PIC $$,$$$,$$9.99.
           05                          PIC X(18)    VALUE SPACES.

       01  GE-NO-LEAVE-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(71)
               VALUE 'LEAVE MASTER NOT AVAILABLE - BALANCES SHOWN ZERO'.

       01  HL-HEADING-FINAL.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(13)
              VALUE 'END OF REPORT'.
           05                          PIC X(58)    VALUE SPACES.
      *
       PROCEDURE DIVISION.
      **********************************************************
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           PERFORM 800-INITIALIZATION-RTN.
           PERFORM 200-DATE-ACCEPT-RTN.

           PERFORM UNTIL NO-MORE-RECORDS
               READ IN-EMPLOYEE-FILE NEXT RECORD
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     PERFORM 410-READ-LEAVE-RTN
                     IF IN-EMP-ACTIVE OR WS-PAYOUT-IS-DUE
                        PERFORM 400-CALC-RTN
                     END-IF
               END-READ
           END-PERFORM.

           IF FIRST-RECORD = 'NO '
               PERFORM 500-DEPT-BREAK
           END-IF.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           STOP RUN.
      ***********************************************************
      *  200-DATE-ACCEPT-RTN - Performed from 100-MAIN-MODULE.  *
      *       Gets the current date from the operating system.  *
      ***********************************************************
       200-DATE-ACCEPT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-T-DATE
           MOVE WS-IN-MO TO HL-OUT-MO
           MOVE WS-IN-YR TO HL-OUT-YR
           MOVE WS-IN-DAY TO HL-OUT-DAY.

      ***********************************************************
      *    300-HEADING-RTN  Performed from 400-CALC-RTN and     *
      *                     the break paragraphs.  Prints the   *
      *                     headings on a new page.             *
      ***********************************************************
       300-HEADING-RTN.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO HL-OUT-PAGE
           MOVE WS-TERR-HOLD TO DL-OUT-TERR
           MOVE WS-DEPT-HOLD TO DL-OUT-DEPT
           MOVE 0 TO WS-LINE-CTR
           WRITE OUT-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE
           WRITE OUT-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES
           WRITE OUT-REPORT-REC FROM DL-DEPT-HEADING
               AFTER ADVANCING 2 LINES
           WRITE OUT-REPORT-REC FROM DL-TERR-HEADING
               AFTER ADVANCING 2 LINES
           WRITE OUT-REPORT-REC FROM HL-HEADING3
               AFTER ADVANCING 2 LINES.

      **********************************************************
      *  400-CALC-RTN - Performed from 100-MAIN-MODULE         *
      *                 Controls the break levels, prices the  *
      *                 vacation balance and prints the        *
      *                 employee's line                        *
      **********************************************************
       400-CALC-RTN.
           EVALUATE TRUE
               WHEN FIRST-RECORD = 'YES'
                   MOVE IN-DEPT TO WS-DEPT-HOLD
                   MOVE IN-TERR TO WS-TERR-HOLD
                   PERFORM 300-HEADING-RTN
                   MOVE 'NO ' TO FIRST-RECORD
               WHEN IN-DEPT NOT = WS-DEPT-HOLD
                   PERFORM 500-DEPT-BREAK
               WHEN IN-TERR NOT = WS-TERR-HOLD
                   PERFORM 600-TERR-BREAK
           END-EVALUATE.

           IF WS-LINE-CTR IS GREATER THAN 40
               PERFORM 300-HEADING-RTN
           END-IF.

           IF IN-PAY-HOURLY
               MOVE IN-HOURLY-RATE TO WS-HOURLY-RATE
           ELSE
               COMPUTE WS-HOURLY-RATE ROUNDED =
                   IN-ANNUAL-SALARY / 2080
           END-IF.
           COMPUTE WS-VAC-LIABILITY ROUNDED =
               WS-VAC-HOURS * WS-HOURLY-RATE.

           ADD WS-VAC-HOURS TO WS-TERR-VAC-HOURS
           ADD WS-VAC-LIABILITY TO WS-TERR-VAC-LIAB
           ADD WS-SICK-HOURS TO WS-TERR-SICK-HOURS

           MOVE SPACES TO DL-OUT-NOTE
           IF WS-PAYOUT-IS-DUE
               MOVE 'PAYOUT DUE' TO DL-OUT-NOTE
               ADD WS-VAC-LIABILITY TO WS-COMP-PAYOUT-LIAB
           END-IF.

           MOVE IN-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
           MOVE IN-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME
           MOVE WS-HOURLY-RATE TO DL-OUT-RATE
           MOVE WS-VAC-HOURS TO DL-OUT-VAC-HOURS
           MOVE WS-VAC-LIABILITY TO DL-OUT-VAC-LIABILITY
           MOVE WS-SICK-HOURS TO DL-OUT-SICK-HOURS
           WRITE OUT-REPORT-REC FROM DL-EMPLOYEE-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR.

      **********************************************************
      *  410-READ-LEAVE-RTN - Performed from 100-MAIN-MODULE   *
      *                 Reads the employee's vacation and sick *
      *                 records.  A terminated employee's      *
      *                 vacation is what was flagged for       *
      *                 payout; no record means no balance.    *
      **********************************************************
       410-READ-LEAVE-RTN.
           MOVE ZEROS TO WS-VAC-HOURS WS-SICK-HOURS
           MOVE SPACE TO WS-PAYOUT-FLAG
           IF WS-LEAVE-IS-PRESENT
               MOVE IN-EMPLOYEE-NO TO LV-EMPLOYEE-NO
               MOVE 'V' TO LV-LEAVE-TYPE
               READ LEAVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LV-PAYOUT-FLAG TO WS-PAYOUT-FLAG
                       IF LV-PAYOUT-DUE
                           MOVE LV-PAYOUT-HOURS TO WS-VAC-HOURS
                       ELSE
                           MOVE LV-BALANCE-HOURS TO WS-VAC-HOURS
                       END-IF
               END-READ
               MOVE 'S' TO LV-LEAVE-TYPE
               READ LEAVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LV-BALANCE-HOURS TO WS-SICK-HOURS
               END-READ
           END-IF.
           IF IN-EMP-ACTIVE
               MOVE SPACE TO WS-PAYOUT-FLAG
           END-IF.

      *********************************************************
      *   500-DEPT-BREAK - Performed from 100-MAIN-MODULE and *
      *                    400-CALC-RTN.  Forces a TERR break *
      *                    then prints the department totals  *
      *                    and folds them into the company    *
      *********************************************************
       500-DEPT-BREAK.
           PERFORM 600-TERR-BREAK.

           ADD WS-DEPT-VAC-HOURS TO WS-COMP-VAC-HOURS
           ADD WS-DEPT-VAC-LIAB TO WS-COMP-VAC-LIAB
           ADD WS-DEPT-SICK-HOURS TO WS-COMP-SICK-HOURS

           MOVE 'DEPARTMENT   ' TO DL-OUT-LEVEL
           MOVE WS-DEPT-HOLD TO DL-OUT-LEVEL-CODE
           MOVE WS-DEPT-VAC-HOURS TO DL-OUT-TOT-VAC-HOURS
           MOVE WS-DEPT-VAC-LIAB TO DL-OUT-TOT-VAC-LIAB
           MOVE WS-DEPT-SICK-HOURS TO DL-OUT-TOT-SICK-HOURS
           WRITE OUT-REPORT-REC FROM DL-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR.

           IF  MORE-RECORDS
               MOVE ZEROS TO WS-DEPT-VAC-HOURS WS-DEPT-VAC-LIAB
                             WS-DEPT-SICK-HOURS
               MOVE IN-DEPT TO WS-DEPT-HOLD
               PERFORM 300-HEADING-RTN
           END-IF.

      ********************************************************
      *  600-TERR-BREAK - Performed from 400-CALC-RTN and    *
      *                   500-DEPT-BREAK.  Prints the        *
      *                   territory totals and folds them    *
      *                   into the department figures        *
      ********************************************************
       600-TERR-BREAK.
           ADD WS-TERR-VAC-HOURS TO WS-DEPT-VAC-HOURS
           ADD WS-TERR-VAC-LIAB TO WS-DEPT-VAC-LIAB
           ADD WS-TERR-SICK-HOURS TO WS-DEPT-SICK-HOURS

           MOVE 'TERRITORY    ' TO DL-OUT-LEVEL
           MOVE WS-TERR-HOLD TO DL-OUT-LEVEL-CODE
           MOVE WS-TERR-VAC-HOURS TO DL-OUT-TOT-VAC-HOURS
           MOVE WS-TERR-VAC-LIAB TO DL-OUT-TOT-VAC-LIAB
           MOVE WS-TERR-SICK-HOURS TO DL-OUT-TOT-SICK-HOURS
           WRITE OUT-REPORT-REC FROM DL-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-CTR.

           IF  MORE-RECORDS
               MOVE ZEROS TO WS-TERR-VAC-HOURS WS-TERR-VAC-LIAB
                             WS-TERR-SICK-HOURS
               MOVE IN-TERR TO WS-TERR-HOLD
           END-IF.

           IF MORE-RECORDS AND IN-DEPT IS EQUAL TO WS-DEPT-HOLD
               PERFORM 300-HEADING-RTN
           END-IF.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the company totals         *
      ************************************************************
       700-END-PROGRAM-RTN.
           MOVE 'COMPANY      ' TO DL-OUT-LEVEL
           MOVE SPACES TO DL-OUT-LEVEL-CODE
           MOVE WS-COMP-VAC-HOURS TO DL-OUT-TOT-VAC-HOURS
           MOVE WS-COMP-VAC-LIAB TO DL-OUT-TOT-VAC-LIAB
           MOVE WS-COMP-SICK-HOURS TO DL-OUT-TOT-SICK-HOURS
           WRITE OUT-REPORT-REC FROM DL-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE WS-COMP-PAYOUT-LIAB TO DL-OUT-PAYOUT-LIAB
           WRITE OUT-REPORT-REC FROM DL-PAYOUT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           IF NOT WS-LEAVE-IS-PRESENT
               WRITE OUT-REPORT-REC FROM GE-NO-LEAVE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           WRITE OUT-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Opens the files and positions   *
      *                          the master on the alternate key *
      ************************************************************
       800-INITIALIZATION-RTN.
           OPEN INPUT IN-EMPLOYEE-FILE
                OUTPUT OUT-REPORT-FILE.

           OPEN INPUT LEAVE-FILE.
           IF NOT WS-LEAVE-OK
               MOVE 'N' TO WS-LEAVE-PRESENT
           END-IF.

           MOVE LOW-VALUES TO IN-DEPT-TERR-JOBCLASS-KEY
           START IN-EMPLOYEE-FILE
                 KEY IS NOT LESS THAN IN-DEPT-TERR-JOBCLASS-KEY
               INVALID KEY
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-START.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           CLOSE IN-EMPLOYEE-FILE
                 OUT-REPORT-FILE.
           IF WS-LEAVE-IS-PRESENT
               CLOSE LEAVE-FILE
           END-IF.
