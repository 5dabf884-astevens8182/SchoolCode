       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH10PPNR.
      ************************************************************
      *  CH10PPNR  - Retroactive pay run.  Finds the raises      *
      *              journaled on CH10PPJ.DAT (by CH10PPM or the *
      *              CH10PPS salary-increase run) whose effective*
      *              date is earlier than the day they were      *
      *              keyed, then reads the CH10PPN pay history   *
      *              CH10PPNH.DAT for the periods already paid   *
      *              at the old rate and works out the           *
      *              difference owed for each one.  The amount   *
      *              owed is written to the retro earnings file  *
      *              CH10PPNR.DAT, which the next CH10PPN        *
      *              register pays as a separate RETRO PAY       *
      *              earnings line, and listed on the retro      *
      *              register CH10PPNR.RPT with the periods      *
      *              covered and the old and new rates.          *
      *                                                            *
      *  A period is owed back pay when it ends on or after the    *
      *  raise's effective date and was paid below the new rate.   *
      *  The period owes the whole difference - a raise effective  *
      *  mid-period is paid for the full period, never prorated    *
      *  by day.  A salaried period owes the annual difference     *
      *  over the periods per year it was paid at; an hourly one   *
      *  owes the rate difference on its regular hours plus        *
      *  time-and-a-half on its overtime hours.  The difference is *
      *  taken from the higher of the rate actually paid and the   *
      *  raise's old rate, so a chain of back-dated raises, or a   *
      *  raise following one already paid retro, is never paid     *
      *  twice.  A back-dated decrease is counted on the register  *
      *  but never recovered from the employee, and a change of    *
      *  pay type is left to be settled by hand.                   *
      *                                                            *
      *  CH10PPNR.CTL keeps the timestamp of the last journal      *
      *  entry read, so each raise is looked at by one retro run   *
      *  only.  A missing control file reads the whole journal.    *
      *  More back-dated raises than the change table holds stops  *
      *  the run before anything is written or the mark moves, and *
      *  the count of raises over the limit is the return code.    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPNH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT EMP-MASTER-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-EMPLOYEE-NO
               ALTERNATE RECORD KEY IS IN-DEPT-TERR-JOBCLASS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RETRO-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPNR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RE-EMPLOYEE-NO
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT HIGH-WATER-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPNR.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIGH-WATER-STATUS.

           SELECT PAY-CALENDAR-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPN.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OUT-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPNR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *  The before and after images are the 58-byte EMPREC
      *  layout, broken out here to the fields a retro run needs.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-TIMESTAMP            PIC X(14).
           05  JR-TIMESTAMP-DATE REDEFINES JR-TIMESTAMP.
               10  JR-DATE             PIC X(8).
               10  JR-TIME             PIC X(6).
           05  JR-TRANS-CODE           PIC X.
               88  JR-CHANGE                VALUE 'C'.
           05  JR-EMPLOYEE-NO          PIC X(3).
           05  JR-BEFORE-IMAGE.
               10  JB-KEY              PIC X(9).
               10  JB-EMPLOYEE-NAME    PIC X(20).
               10  JB-ANNUAL-SALARY    PIC 9(5).
               10  JB-ACTIVE-FLAG      PIC X.
               10  JB-INACTIVE-DATE    PIC X(8).
               10  JB-PAY-TYPE         PIC X.
                   88  JB-PAY-HOURLY       VALUE 'H'.
               10  JB-HOURLY-RATE      PIC 9(3)V99.
               10                      PIC X(9).
           05  JR-AFTER-IMAGE.
               10  JA-KEY              PIC X(9).
               10  JA-EMPLOYEE-NAME    PIC X(20).
               10  JA-ANNUAL-SALARY    PIC 9(5).
               10  JA-ACTIVE-FLAG      PIC X.
               10  JA-INACTIVE-DATE    PIC X(8).
               10  JA-PAY-TYPE         PIC X.
                   88  JA-PAY-HOURLY       VALUE 'H'.
               10  JA-HOURLY-RATE      PIC 9(3)V99.
               10                      PIC X(9).
           05  JR-EFFECTIVE-DATE       PIC X(8).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC.
           COPY PAYHIST.

       FD  EMP-MASTER-FILE.
       01  EMP-MASTER-REC.
           COPY EMPREC.

       FD  RETRO-FILE.
       01  RETRO-REC.
           COPY RETROREC.

       FD  HIGH-WATER-FILE.
       01  HIGH-WATER-REC              PIC X(14).

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-REC.
           05  CC-FREQUENCY            PIC X.
           05  CC-PERIOD-ID            PIC X(8).
           05  CC-PERIOD-END-DATE      PIC X(8).

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-ENTRIES  PIC X(3)     VALUE 'YES'.
               88  MORE-ENTRIES                     VALUE 'YES'.
               88  NO-MORE-ENTRIES                  VALUE 'NO '.

           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-JOURNAL-STATUS       PIC XX       VALUE ZEROS.
               88  WS-JOURNAL-OK                    VALUE '00'.
           05  WS-JOURNAL-PRESENT      PIC X        VALUE 'Y'.
               88  WS-JOURNAL-IS-PRESENT            VALUE 'Y'.
           05  WS-PAY-HIST-STATUS      PIC XX       VALUE ZEROS.
               88  WS-PAY-HIST-OK                   VALUE '00'.
           05  WS-PAY-HIST-PRESENT     PIC X        VALUE 'Y'.
               88  WS-PAY-HIST-IS-PRESENT           VALUE 'Y'.
           05  WS-MASTER-STATUS        PIC XX       VALUE ZEROS.
               88  WS-MASTER-OK                     VALUE '00'.
           05  WS-MASTER-PRESENT       PIC X        VALUE 'Y'.
               88  WS-MASTER-IS-PRESENT             VALUE 'Y'.
           05  WS-RETRO-STATUS         PIC XX       VALUE ZEROS.
               88  WS-RETRO-OK                      VALUE '00'.
               88  WS-RETRO-DOES-NOT-EXIST          VALUE '35'.
           05  WS-HIGH-WATER-STATUS    PIC XX       VALUE ZEROS.
               88  WS-HIGH-WATER-OK                 VALUE '00'.
           05  WS-CALENDAR-STATUS      PIC XX       VALUE ZEROS.
               88  WS-CALENDAR-OK                   VALUE '00'.

           05  WS-HIGH-WATER           PIC X(14)    VALUE SPACES.
           05  WS-NEW-HIGH-WATER       PIC X(14)    VALUE SPACES.
           05  WS-NEXT-PERIOD-ID       PIC X(8)     VALUE 'ANNUAL'.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.

           05  WS-LINE-CTR             PIC 99       VALUE ZEROS.
           05  WS-PAGE-CTR             PIC 999      VALUE ZEROS.

           05  WS-CHG-COUNT            PIC 9(4)     VALUE ZEROS.
           05  WS-CHG-IDX              PIC 9(4)     VALUE ZEROS.
           05  WS-EMP-COUNT            PIC 9(4)     VALUE ZEROS.
           05  WS-EMP-IDX              PIC 9(4)     VALUE ZEROS.
           05  WS-EMP-FOUND            PIC 9(4)     VALUE ZEROS.
           05  WS-CHG-QUALIFY-FLAG     PIC X        VALUE 'N'.
               88  WS-CHG-QUALIFIES                 VALUE 'Y'.

           05  WS-PAID-SALARY          PIC 9(5)     VALUE ZEROS.
           05  WS-PAID-RATE            PIC 9(3)V99  VALUE ZEROS.
           05  WS-CHG-OWED             PIC 9(6)V99  VALUE ZEROS.
           05  WS-PERIOD-OWED          PIC 9(6)V99  VALUE ZEROS.

           05  WS-RAISE-CTR            PIC 9(5)     VALUE ZEROS.
           05  WS-DECREASE-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-PAY-TYPE-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-OVERFLOW-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-OWED-EMP-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-OWED-PERIOD-CTR      PIC 9(5)     VALUE ZEROS.
           05  WS-TOT-OWED             PIC 9(8)V99  VALUE ZEROS.

           05  WS-T-DATE.
               10  WS-IN-YR            PIC 9(4).
               10  WS-IN-MO            PIC 9(2).
               10  WS-IN-DAY           PIC 9(2).

      *  One entry per back-dated raise read from the journal.
      *  WS-CHG-EMP-SLOT points at the employee's entry in
      *  WS-RETRO-EMP-TABLE, where the back pay is accumulated -
      *  one per employee number, so that table can never fill.
       01  WS-CHANGE-TABLE.
           05  WS-CHG-ENTRY            OCCURS 2000 TIMES.
               10  WS-CHG-EMPLOYEE-NO  PIC X(3).
               10  WS-CHG-EFF-DATE     PIC X(8).
               10  WS-CHG-PAY-TYPE     PIC X.
                   88  WS-CHG-HOURLY            VALUE 'H'.
               10  WS-CHG-OLD-SALARY   PIC 9(5).
               10  WS-CHG-NEW-SALARY   PIC 9(5).
               10  WS-CHG-OLD-RATE     PIC 9(3)V99.
               10  WS-CHG-NEW-RATE     PIC 9(3)V99.
               10  WS-CHG-EMP-SLOT     PIC 9(4).

       01  WS-RETRO-EMP-TABLE.
           05  WS-REMP-ENTRY           OCCURS 1000 TIMES.
               10  WS-REMP-EMPLOYEE-NO PIC X(3).
               10  WS-REMP-PAY-TYPE    PIC X.
                   88  WS-REMP-HOURLY           VALUE 'H'.
               10  WS-REMP-OLD-RATE    PIC 9(5)V99.
               10  WS-REMP-NEW-RATE    PIC 9(5)V99.
               10  WS-REMP-AMOUNT      PIC 9(6)V99.
               10  WS-REMP-PERIODS     PIC 999.
               10  WS-REMP-FIRST       PIC X(8).
               10  WS-REMP-LAST        PIC X(8).

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(44)
              VALUE 'A L P H A  D E P A R T M E N T  S T O R E'.
           05                          PIC X(5)
              VALUE 'PAGE '.
           05  HL-OUT-PAGE             PIC ZZ9.
           05                          PIC X(5)     VALUE SPACES.

       01  HL-HEADING2.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(37)
                VALUE 'RETROACTIVE PAY REGISTER'.
           05  HL-TODAYS-DATE.
               10  HL-OUT-MO           PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-DAY          PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-YR           PIC 9(4).
           05                          PIC X(13)    VALUE SPACES.

       01  HL-HEADING-PERIOD.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(33)
              VALUE 'TO BE PAID WITH PAYROLL PERIOD '.
           05  HL-OUT-PERIOD           PIC X(8).
           05                          PIC X(19)    VALUE SPACES.

       01  HL-HEADING3.
           05                          PIC X(1)     VALUE SPACES.
           05                          PIC X(5)     VALUE 'EMP'.
           05                          PIC X(17)
               VALUE 'EMPLOYEE NAME'.
           05                          PIC X(9)     VALUE 'FIRST'.
           05                          PIC X(9)     VALUE 'LAST'.
           05                          PIC X(4)     VALUE 'PDS'.
           05                          PIC X(11)    VALUE '   OLD RATE'.
           05                          PIC X(11)    VALUE '   NEW RATE'.
           05                          PIC X(13)
               VALUE ' AMOUNT OWED'.

       01  DL-RETRO-LINE.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NO      PIC X(3).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NAME    PIC X(16).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-FIRST-PERIOD     PIC X(8).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-LAST-PERIOD      PIC X(8).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-PERIODS          PIC ZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-OLD-RATE         PIC ZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-PAY-TYPE         PIC X.
           05  DL-OUT-NEW-RATE         PIC ZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-AMOUNT           PIC $$$$,$$9.99.
           05                          PIC X(3)     VALUE SPACES.

       01  DL-TOTAL-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05                          PIC X(34)
              VALUE 'TOTAL RETROACTIVE PAY OWED'.
           05  DL-OUT-TOT-OWED         PIC $$,$$$,$$9.99.

       01  DL-SUMMARY-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(40).
           05  DL-OUT-COUNT            PIC ZZ,ZZ9.

       01  DL-NOTICE-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05  DL-OUT-NOTICE           PIC X(60).

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
           PERFORM 300-HEADING-RTN.

           IF WS-JOURNAL-IS-PRESENT
               PERFORM UNTIL NO-MORE-ENTRIES
                   READ JOURNAL-FILE
                      AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-ENTRIES
                      NOT AT END
                         PERFORM 400-LOAD-CHANGE-RTN
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-OVERFLOW-CTR = ZERO
               IF WS-CHG-COUNT > ZERO AND WS-PAY-HIST-IS-PRESENT
                   PERFORM UNTIL NO-MORE-RECORDS
                       READ PAY-HISTORY-FILE
                          AT END
                             MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                          NOT AT END
                             PERFORM 500-PRICE-PERIOD-RTN
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM 600-WRITE-RETRO-RTN
                   VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
           END-IF.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

      *    Raises over the table limit ride out as the step return
      *    code - nothing was written, so the run can be repeated
      *    once the table is enlarged.
           MOVE WS-OVERFLOW-CTR TO RETURN-CODE.

           STOP RUN.

      ***********************************************************
      *  200-DATE-ACCEPT-RTN - Performed from 100-MAIN-MODULE.  *
      *       Gets the current date from the operating system.  *
      ***********************************************************
       200-DATE-ACCEPT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-T-DATE
           MOVE WS-T-DATE TO WS-RUN-DATE
           MOVE WS-IN-MO TO HL-OUT-MO
           MOVE WS-IN-YR TO HL-OUT-YR
           MOVE WS-IN-DAY TO HL-OUT-DAY.

      ***********************************************************
      *    300-HEADING-RTN  Performed from 100-MAIN-MODULE and  *
      *                     600-WRITE-RETRO-RTN.  Prints the    *
      *                     headings on a new page.             *
      ***********************************************************
       300-HEADING-RTN.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO HL-OUT-PAGE
           MOVE 0 TO WS-LINE-CTR
           WRITE OUT-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE
           WRITE OUT-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES
           WRITE OUT-REPORT-REC FROM HL-HEADING-PERIOD
               AFTER ADVANCING 1 LINE
           WRITE OUT-REPORT-REC FROM HL-HEADING3
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUT-REPORT-REC
           WRITE OUT-REPORT-REC.

      **********************************************************
      *  400-LOAD-CHANGE-RTN - Performed from 100-MAIN-MODULE  *
      *              for each journal entry.  Keeps the CHANGE *
      *              entries written since the last retro run  *
      *              whose effective date falls before the day *
      *              they were keyed and that raised the       *
      *              employee's pay.                           *
      **********************************************************
       400-LOAD-CHANGE-RTN.
           IF JR-TIMESTAMP > WS-HIGH-WATER
               IF JR-TIMESTAMP > WS-NEW-HIGH-WATER
                   MOVE JR-TIMESTAMP TO WS-NEW-HIGH-WATER
               END-IF
               PERFORM 405-QUALIFY-CHANGE-RTN
               IF WS-CHG-QUALIFIES
                   IF WS-CHG-COUNT = 2000
                       ADD 1 TO WS-OVERFLOW-CTR
                   ELSE
                       PERFORM 410-FIND-EMPLOYEE-RTN
                       PERFORM 420-ADD-CHANGE-RTN
                   END-IF
               END-IF
           END-IF.

      **********************************************************
      *  405-QUALIFY-CHANGE-RTN - Performed from 400-LOAD-     *
      *              CHANGE-RTN.  A CHANGE dated earlier than  *
      *              the day it was keyed qualifies when it    *
      *              raised the rate for an unchanged pay      *
      *              type.  Back-dated decreases and pay type  *
      *              changes are only counted.                 *
      **********************************************************
       405-QUALIFY-CHANGE-RTN.
           MOVE 'N' TO WS-CHG-QUALIFY-FLAG
           EVALUATE TRUE
               WHEN NOT JR-CHANGE
               WHEN JR-EFFECTIVE-DATE IS NOT NUMERIC
               WHEN JR-EFFECTIVE-DATE NOT < JR-DATE
                   CONTINUE
               WHEN JB-PAY-HOURLY AND NOT JA-PAY-HOURLY
               WHEN JA-PAY-HOURLY AND NOT JB-PAY-HOURLY
                   ADD 1 TO WS-PAY-TYPE-CTR
               WHEN JA-PAY-HOURLY AND JA-HOURLY-RATE > JB-HOURLY-RATE
               WHEN NOT JA-PAY-HOURLY
                AND JA-ANNUAL-SALARY > JB-ANNUAL-SALARY
                   MOVE 'Y' TO WS-CHG-QUALIFY-FLAG
               WHEN JA-PAY-HOURLY AND JA-HOURLY-RATE < JB-HOURLY-RATE
               WHEN NOT JA-PAY-HOURLY
                AND JA-ANNUAL-SALARY < JB-ANNUAL-SALARY
                   ADD 1 TO WS-DECREASE-CTR
           END-EVALUATE.

      **********************************************************
      *  410-FIND-EMPLOYEE-RTN - Performed from 400-LOAD-      *
      *              CHANGE-RTN.  Finds the employee's back    *
      *              pay entry, starting a new one at the      *
      *              raise's old rate the first time the       *
      *              employee is seen.                         *
      **********************************************************
       410-FIND-EMPLOYEE-RTN.
           MOVE ZEROS TO WS-EMP-FOUND
           PERFORM 415-MATCH-ONE-EMPLOYEE-RTN
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
                     OR WS-EMP-FOUND > ZERO.

           IF WS-EMP-FOUND = ZERO
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EMP-FOUND
               MOVE JR-EMPLOYEE-NO
                   TO WS-REMP-EMPLOYEE-NO (WS-EMP-FOUND)
               MOVE JA-PAY-TYPE TO WS-REMP-PAY-TYPE (WS-EMP-FOUND)
               IF JA-PAY-HOURLY
                   MOVE JB-HOURLY-RATE
                       TO WS-REMP-OLD-RATE (WS-EMP-FOUND)
               ELSE
                   MOVE JB-ANNUAL-SALARY
                       TO WS-REMP-OLD-RATE (WS-EMP-FOUND)
               END-IF
               MOVE ZEROS TO WS-REMP-AMOUNT (WS-EMP-FOUND)
                             WS-REMP-PERIODS (WS-EMP-FOUND)
               MOVE SPACES TO WS-REMP-FIRST (WS-EMP-FOUND)
                              WS-REMP-LAST (WS-EMP-FOUND)
           END-IF.

      **********************************************************
      *  415-MATCH-ONE-EMPLOYEE-RTN - Performed from 410-FIND- *
      *              EMPLOYEE-RTN, compares one back pay entry *
      *              to the journal entry's employee           *
      **********************************************************
       415-MATCH-ONE-EMPLOYEE-RTN.
           IF WS-REMP-EMPLOYEE-NO (WS-EMP-IDX) = JR-EMPLOYEE-NO
               MOVE WS-EMP-IDX TO WS-EMP-FOUND
           END-IF.

      **********************************************************
      *  420-ADD-CHANGE-RTN - Performed from 400-LOAD-CHANGE-  *
      *              RTN, adds a qualifying raise to the       *
      *              change table                              *
      **********************************************************
       420-ADD-CHANGE-RTN.
           ADD 1 TO WS-RAISE-CTR
           ADD 1 TO WS-CHG-COUNT
           MOVE JR-EMPLOYEE-NO TO WS-CHG-EMPLOYEE-NO (WS-CHG-COUNT)
           MOVE JR-EFFECTIVE-DATE TO WS-CHG-EFF-DATE (WS-CHG-COUNT)
           MOVE JA-PAY-TYPE TO WS-CHG-PAY-TYPE (WS-CHG-COUNT)
           MOVE JB-ANNUAL-SALARY TO WS-CHG-OLD-SALARY (WS-CHG-COUNT)
           MOVE JA-ANNUAL-SALARY TO WS-CHG-NEW-SALARY (WS-CHG-COUNT)
           MOVE JB-HOURLY-RATE TO WS-CHG-OLD-RATE (WS-CHG-COUNT)
           MOVE JA-HOURLY-RATE TO WS-CHG-NEW-RATE (WS-CHG-COUNT)
           MOVE WS-EMP-FOUND TO WS-CHG-EMP-SLOT (WS-CHG-COUNT)

      *    The register shows the rate before the first raise read
      *    and the rate after the last one.
           IF JA-PAY-HOURLY
               MOVE JA-HOURLY-RATE TO WS-REMP-NEW-RATE (WS-EMP-FOUND)
           ELSE
               MOVE JA-ANNUAL-SALARY
                   TO WS-REMP-NEW-RATE (WS-EMP-FOUND)
           END-IF.

      **********************************************************
      *  500-PRICE-PERIOD-RTN - Performed from 100-MAIN-MODULE *
      *              for each pay history record.  Totals what *
      *              every back-dated raise owes for the       *
      *              period and adds it to the employee's back *
      *              pay.                                      *
      **********************************************************
       500-PRICE-PERIOD-RTN.
           MOVE ZEROS TO WS-PERIOD-OWED
                         WS-EMP-FOUND
           MOVE PH-ANNUAL-SALARY TO WS-PAID-SALARY
           MOVE PH-HOURLY-RATE TO WS-PAID-RATE

           PERFORM 510-PRICE-ONE-CHANGE-RTN
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

           IF WS-PERIOD-OWED > ZERO
               ADD WS-PERIOD-OWED TO WS-REMP-AMOUNT (WS-EMP-FOUND)
               ADD 1 TO WS-REMP-PERIODS (WS-EMP-FOUND)
               IF WS-REMP-FIRST (WS-EMP-FOUND) = SPACES
                   MOVE PH-PERIOD-ID TO WS-REMP-FIRST (WS-EMP-FOUND)
               END-IF
               MOVE PH-PERIOD-ID TO WS-REMP-LAST (WS-EMP-FOUND)
               ADD 1 TO WS-OWED-PERIOD-CTR
           END-IF.

      **********************************************************
      *  510-PRICE-ONE-CHANGE-RTN - Performed from 500-PRICE-  *
      *              PERIOD-RTN.  A raise for this employee    *
      *              and pay type, effective on or before the  *
      *              period's end, owes the new rate less the  *
      *              higher of the rate paid and the raise's   *
      *              old rate.  The rate paid is then carried  *
      *              up to the new rate, so a later raise in a *
      *              chain only owes its own step.             *
      **********************************************************
       510-PRICE-ONE-CHANGE-RTN.
           IF WS-CHG-EMPLOYEE-NO (WS-CHG-IDX) = PH-EMPLOYEE-NO
              AND WS-CHG-EFF-DATE (WS-CHG-IDX) NOT > PH-PERIOD-END-DATE
               IF WS-CHG-HOURLY (WS-CHG-IDX) AND PH-PAID-HOURLY
                   PERFORM 520-PRICE-HOURLY-RTN
               END-IF
               IF NOT WS-CHG-HOURLY (WS-CHG-IDX)
                  AND NOT PH-PAID-HOURLY
                   PERFORM 530-PRICE-SALARIED-RTN
               END-IF
           END-IF.

      **********************************************************
      *  520-PRICE-HOURLY-RTN - Performed from 510-PRICE-ONE-  *
      *              CHANGE-RTN.  The rate difference on the   *
      *              period's regular hours plus time-and-a-   *
      *              half on its overtime hours.               *
      **********************************************************
       520-PRICE-HOURLY-RTN.
           IF WS-CHG-OLD-RATE (WS-CHG-IDX) > WS-PAID-RATE
               MOVE WS-CHG-OLD-RATE (WS-CHG-IDX) TO WS-PAID-RATE
           END-IF.
           IF WS-CHG-NEW-RATE (WS-CHG-IDX) > WS-PAID-RATE
               COMPUTE WS-CHG-OWED ROUNDED =
                   (WS-CHG-NEW-RATE (WS-CHG-IDX) - WS-PAID-RATE)
                   * (PH-REGULAR-HOURS + PH-OVERTIME-HOURS * 1.5)
               MOVE WS-CHG-NEW-RATE (WS-CHG-IDX) TO WS-PAID-RATE
               ADD WS-CHG-OWED TO WS-PERIOD-OWED
               MOVE WS-CHG-EMP-SLOT (WS-CHG-IDX) TO WS-EMP-FOUND
           END-IF.

      **********************************************************
      *  530-PRICE-SALARIED-RTN - Performed from 510-PRICE-    *
      *              ONE-CHANGE-RTN.  The annual difference    *
      *              over the periods per year the period was  *
      *              paid at.                                  *
      **********************************************************
       530-PRICE-SALARIED-RTN.
           IF WS-CHG-OLD-SALARY (WS-CHG-IDX) > WS-PAID-SALARY
               MOVE WS-CHG-OLD-SALARY (WS-CHG-IDX) TO WS-PAID-SALARY
           END-IF.
           IF WS-CHG-NEW-SALARY (WS-CHG-IDX) > WS-PAID-SALARY
              AND PH-PERIODS-PER-YEAR > ZERO
               COMPUTE WS-CHG-OWED ROUNDED =
                   (WS-CHG-NEW-SALARY (WS-CHG-IDX) - WS-PAID-SALARY)
                   / PH-PERIODS-PER-YEAR
               MOVE WS-CHG-NEW-SALARY (WS-CHG-IDX) TO WS-PAID-SALARY
               ADD WS-CHG-OWED TO WS-PERIOD-OWED
               MOVE WS-CHG-EMP-SLOT (WS-CHG-IDX) TO WS-EMP-FOUND
           END-IF.

      **********************************************************
      *  600-WRITE-RETRO-RTN - Performed from 100-MAIN-MODULE  *
      *              for each employee with a back-dated raise.*
      *              An employee owed back pay is listed on    *
      *              the register and written to the retro     *
      *              earnings file: added to an amount still   *
      *              waiting to be paid, or replacing a record *
      *              CH10PPN has already paid.                 *
      **********************************************************
       600-WRITE-RETRO-RTN.
           IF WS-REMP-AMOUNT (WS-EMP-IDX) > ZERO
               PERFORM 610-LIST-RETRO-RTN
               PERFORM 620-UPDATE-RETRO-RTN
           END-IF.

      **********************************************************
      *  610-LIST-RETRO-RTN - Performed from 600-WRITE-RETRO-  *
      *              RTN, prints the employee's register line  *
      **********************************************************
       610-LIST-RETRO-RTN.
           IF WS-LINE-CTR > 50
               PERFORM 300-HEADING-RTN
           END-IF.

           MOVE WS-REMP-EMPLOYEE-NO (WS-EMP-IDX) TO DL-OUT-EMPLOYEE-NO
           MOVE SPACES TO DL-OUT-EMPLOYEE-NAME
           IF WS-MASTER-IS-PRESENT
               MOVE WS-REMP-EMPLOYEE-NO (WS-EMP-IDX) TO IN-EMPLOYEE-NO
               READ EMP-MASTER-FILE
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO DL-OUT-EMPLOYEE-NAME
                   NOT INVALID KEY
                       MOVE IN-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME
               END-READ
           END-IF.
           MOVE WS-REMP-FIRST (WS-EMP-IDX) TO DL-OUT-FIRST-PERIOD
           MOVE WS-REMP-LAST (WS-EMP-IDX) TO DL-OUT-LAST-PERIOD
           MOVE WS-REMP-PERIODS (WS-EMP-IDX) TO DL-OUT-PERIODS
           MOVE WS-REMP-OLD-RATE (WS-EMP-IDX) TO DL-OUT-OLD-RATE
           MOVE WS-REMP-NEW-RATE (WS-EMP-IDX) TO DL-OUT-NEW-RATE
           IF WS-REMP-HOURLY (WS-EMP-IDX)
               MOVE 'H' TO DL-OUT-PAY-TYPE
           ELSE
               MOVE 'S' TO DL-OUT-PAY-TYPE
           END-IF.
           MOVE WS-REMP-AMOUNT (WS-EMP-IDX) TO DL-OUT-AMOUNT
           WRITE OUT-REPORT-REC FROM DL-RETRO-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           ADD 1 TO WS-OWED-EMP-CTR
           ADD WS-REMP-AMOUNT (WS-EMP-IDX) TO WS-TOT-OWED.

      **********************************************************
      *  620-UPDATE-RETRO-RTN - Performed from 600-WRITE-      *
      *              RETRO-RTN.  Adds the back pay to an       *
      *              amount still owed, starts a paid record   *
      *              over, or writes a new one.                *
      **********************************************************
       620-UPDATE-RETRO-RTN.
           MOVE WS-REMP-EMPLOYEE-NO (WS-EMP-IDX) TO RE-EMPLOYEE-NO
           READ RETRO-FILE
               INVALID KEY
                   MOVE WS-REMP-AMOUNT (WS-EMP-IDX) TO RE-AMOUNT
                   MOVE WS-REMP-PERIODS (WS-EMP-IDX)
                       TO RE-PERIOD-COUNT
                   MOVE WS-REMP-FIRST (WS-EMP-IDX) TO RE-FIRST-PERIOD
                   MOVE WS-REMP-LAST (WS-EMP-IDX) TO RE-LAST-PERIOD
                   MOVE WS-RUN-DATE TO RE-CREATED-DATE
                   MOVE SPACES TO RE-PAID-PERIOD
                   WRITE RETRO-REC
               NOT INVALID KEY
                   IF RE-PAID-PERIOD = SPACES
                       ADD WS-REMP-AMOUNT (WS-EMP-IDX) TO RE-AMOUNT
                       ADD WS-REMP-PERIODS (WS-EMP-IDX)
                           TO RE-PERIOD-COUNT
                   ELSE
                       MOVE WS-REMP-AMOUNT (WS-EMP-IDX) TO RE-AMOUNT
                       MOVE WS-REMP-PERIODS (WS-EMP-IDX)
                           TO RE-PERIOD-COUNT
                       MOVE WS-REMP-FIRST (WS-EMP-IDX)
                           TO RE-FIRST-PERIOD
                       MOVE WS-RUN-DATE TO RE-CREATED-DATE
                       MOVE SPACES TO RE-PAID-PERIOD
                   END-IF
                   MOVE WS-REMP-LAST (WS-EMP-IDX) TO RE-LAST-PERIOD
                   REWRITE RETRO-REC
           END-READ.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the total owed and the run *
      *                        counts                            *
      ************************************************************
       700-END-PROGRAM-RTN.
           IF WS-OVERFLOW-CTR > ZERO
               MOVE 'TOO MANY RAISES - NOTHING WRITTEN, MARK NOT MOVED'
                   TO DL-OUT-NOTICE
               WRITE OUT-REPORT-REC FROM DL-NOTICE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF NOT WS-JOURNAL-IS-PRESENT
               MOVE 'NO CHANGE JOURNAL - NO RAISES TO PRICE'
                   TO DL-OUT-NOTICE
               WRITE OUT-REPORT-REC FROM DL-NOTICE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF NOT WS-PAY-HIST-IS-PRESENT
               MOVE 'NO PAY HISTORY - NO PAID PERIODS TO PRICE'
                   TO DL-OUT-NOTICE
               WRITE OUT-REPORT-REC FROM DL-NOTICE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE WS-TOT-OWED TO DL-OUT-TOT-OWED
           WRITE OUT-REPORT-REC FROM DL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'BACK-DATED RAISES READ' TO DL-OUT-LABEL
           MOVE WS-RAISE-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'EMPLOYEES OWED BACK PAY' TO DL-OUT-LABEL
           MOVE WS-OWED-EMP-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'PAID PERIODS COVERED' TO DL-OUT-LABEL
           MOVE WS-OWED-PERIOD-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'BACK-DATED DECREASES - NOT RECOVERED' TO DL-OUT-LABEL
           MOVE WS-DECREASE-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'PAY TYPE CHANGES - SETTLE BY HAND' TO DL-OUT-LABEL
           MOVE WS-PAY-TYPE-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'RAISES OVER TABLE LIMIT' TO DL-OUT-LABEL
           MOVE WS-OVERFLOW-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.

           WRITE OUT-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Opens the files and reads the   *
      *                          journal high-water mark and the *
      *                          period the back pay goes out in *
      ************************************************************
       800-INITIALIZATION-RTN.
           PERFORM 810-READ-HIGH-WATER-RTN.
           PERFORM 820-READ-PAY-CALENDAR-RTN.
           MOVE WS-NEXT-PERIOD-ID TO HL-OUT-PERIOD.

           OPEN INPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               MOVE 'N' TO WS-JOURNAL-PRESENT
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE.
           IF NOT WS-PAY-HIST-OK
               MOVE 'N' TO WS-PAY-HIST-PRESENT
           END-IF.
           OPEN INPUT EMP-MASTER-FILE.
           IF NOT WS-MASTER-OK
               MOVE 'N' TO WS-MASTER-PRESENT
           END-IF.

           OPEN I-O RETRO-FILE.
           IF WS-RETRO-DOES-NOT-EXIST
               OPEN OUTPUT RETRO-FILE
               CLOSE RETRO-FILE
               OPEN I-O RETRO-FILE
           END-IF.

           OPEN OUTPUT OUT-REPORT-FILE.

      ***********************************************************
      * 810-READ-HIGH-WATER-RTN - Performed from 800-           *
      *                    INITIALIZATION-RTN.  CH10PPNR.CTL    *
      *                    holds the timestamp of the last      *
      *                    journal entry the previous retro run *
      *                    read.  A missing file starts from    *
      *                    the top of the journal.              *
      ***********************************************************
       810-READ-HIGH-WATER-RTN.
           OPEN INPUT HIGH-WATER-FILE.
           IF WS-HIGH-WATER-OK
               READ HIGH-WATER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HIGH-WATER-REC TO WS-HIGH-WATER
               END-READ
               CLOSE HIGH-WATER-FILE
           END-IF.
           MOVE WS-HIGH-WATER TO WS-NEW-HIGH-WATER.

      ***********************************************************
      * 820-READ-PAY-CALENDAR-RTN - Performed from 800-         *
      *                    INITIALIZATION-RTN.  CH10PPN.CTL     *
      *                    names the period the next register   *
      *                    pays, which is when this back pay    *
      *                    goes out.                            *
      ***********************************************************
       820-READ-PAY-CALENDAR-RTN.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-CALENDAR-OK
               READ PAY-CALENDAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-PERIOD-ID NOT = SPACES
                           MOVE CC-PERIOD-ID TO WS-NEXT-PERIOD-ID
                       END-IF
               END-READ
               CLOSE PAY-CALENDAR-FILE
           END-IF.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Saves the new high-water mark and  *
      *                      closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           IF WS-OVERFLOW-CTR = ZERO
               OPEN OUTPUT HIGH-WATER-FILE
               WRITE HIGH-WATER-REC FROM WS-NEW-HIGH-WATER
               CLOSE HIGH-WATER-FILE
           END-IF.

           IF WS-JOURNAL-IS-PRESENT
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-PAY-HIST-IS-PRESENT
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF WS-MASTER-IS-PRESENT
               CLOSE EMP-MASTER-FILE
           END-IF.
           CLOSE RETRO-FILE
                 OUT-REPORT-FILE.
