       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH10PPO.
      ************************************************************
      *  CH10PPO  -  Vacation and sick leave accrual run, once   *
      *              per CH10PPN pay period.  Every active       *
      *              employee on the master is credited the      *
      *              period's share of the annual vacation and   *
      *              sick hours their accrual tier and years of  *
      *              service earn on the schedule CH10PPO.CTL    *
      *              (tier, minimum years, annual vacation and   *
      *              sick hours, vacation and sick carry-over    *
      *              caps).  The leave master CH10PPO.DAT (see   *
      *              LEAVEREC) holds one record per employee and *
      *              leave type, created on first accrual.  The  *
      *              first accrual of a new year caps each       *
      *              balance at the carry-over limit, forfeiting *
      *              the excess, before the YTD figures start    *
      *              over.  A period already accrued is never    *
      *              credited twice.  Without CH10PPO.CTL the    *
      *              compiled tier 1 schedule applies.           *
      *                                                            *
      *  After the accrual, the leave-taken transactions keyed by  *
      *  supervisors on CH10PPOT.DAT are posted against the        *
      *  balances.  A transaction for an employee not on file or   *
      *  inactive, an unknown leave type, hours not numeric, or    *
      *  more hours than the balance holds is rejected on the      *
      *  register.  The reject count is the return code.  Once     *
      *  they are posted CH10PPOT.DAT is emptied, so a rerun posts *
      *  nothing twice; a rejected transaction is rekeyed from the *
      *  register.                                                 *
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

           SELECT LEAVE-TRANS-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-TRANS-STATUS.

           SELECT PAY-CALENDAR-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPN.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ACCRUAL-TABLE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPO.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-TABLE-STATUS.

           SELECT OUT-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPO.RPT'
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

       FD  LEAVE-TRANS-FILE.
       01  LEAVE-TRANS-REC.
           05  LT-EMPLOYEE-NO          PIC X(3).
           05  LT-LEAVE-TYPE           PIC X.
           05  LT-HOURS                PIC 9(3)V99.
           05  LT-HOURS-X              REDEFINES LT-HOURS
                                       PIC X(5).
           05  LT-DATE-TAKEN           PIC X(8).
           05  LT-SUPERVISOR           PIC X(3).

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-REC.
           05  CC-FREQUENCY            PIC X.
           05  CC-PERIOD-ID            PIC X(8).

       FD  ACCRUAL-TABLE-FILE.
       01  ACCRUAL-TABLE-REC.
           05  AT-TIER                 PIC X.
           05  AT-MIN-YEARS            PIC 99.
           05  AT-VAC-HOURS            PIC 9(3)V99.
           05  AT-SICK-HOURS           PIC 9(3)V99.
           05  AT-VAC-CARRY-CAP        PIC 9(4)V99.
           05  AT-SICK-CARRY-CAP       PIC 9(4)V99.

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.
           05  ARE-THERE-MORE-TRANS    PIC X(3)     VALUE 'YES'.
               88  MORE-TRANS                       VALUE 'YES'.
               88  NO-MORE-TRANS                    VALUE 'NO '.

           05  WS-EMP-FILE-STATUS      PIC XX       VALUE ZEROS.
               88  WS-EMP-FILE-OK                   VALUE '00'.
           05  WS-LEAVE-STATUS         PIC XX       VALUE ZEROS.
               88  WS-LEAVE-OK                      VALUE '00'.
               88  WS-LEAVE-DOES-NOT-EXIST          VALUE '35'.
           05  WS-LEAVE-TRANS-STATUS   PIC XX       VALUE ZEROS.
               88  WS-LEAVE-TRANS-OK                VALUE '00'.
           05  WS-CALENDAR-STATUS      PIC XX       VALUE ZEROS.
               88  WS-CALENDAR-OK                   VALUE '00'.
           05  WS-ACCRUAL-TABLE-STATUS PIC XX       VALUE ZEROS.
               88  WS-ACCRUAL-TABLE-OK              VALUE '00'.

           05  WS-FREQUENCY            PIC X        VALUE 'A'.
               88  WS-FREQ-WEEKLY                   VALUE 'W'.
               88  WS-FREQ-BIWEEKLY                 VALUE 'B'.
               88  WS-FREQ-SEMIMONTHLY              VALUE 'S'.
               88  WS-FREQ-MONTHLY                  VALUE 'M'.
           05  WS-PERIOD-ID            PIC X(8)     VALUE 'ANNUAL'.
           05  WS-PERIODS-PER-YEAR     PIC 99       VALUE 1.
           05  WS-ACCRUAL-PERIOD       PIC X(8)     VALUE SPACES.
           05  WS-ACCRUAL-YEAR         PIC 9(4)     VALUE ZEROS.

           05  WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MMDD         PIC 9(4).
           05  WS-HIRE-DATE.
               10  WS-HIRE-YYYY        PIC 9(4).
               10  WS-HIRE-MMDD        PIC 9(4).
           05  WS-YEARS-OF-SERVICE     PIC 99       VALUE ZEROS.
           05  WS-EMP-TIER             PIC X        VALUE SPACE.

           05  WS-ACC-COUNT            PIC 99       VALUE ZEROS.
           05  WS-ACC-IDX              PIC 99       VALUE ZEROS.
           05  WS-ACC-MATCHED          PIC 99       VALUE ZEROS.
           05  WS-TYPE-IDX             PIC 9        VALUE ZEROS.

           05  WS-LEAVE-FOUND          PIC X        VALUE 'N'.
               88  WS-LEAVE-IS-FOUND                VALUE 'Y'.
           05  WS-ANNUAL-HOURS         PIC 9(3)V99  VALUE ZEROS.
           05  WS-CARRY-CAP            PIC 9(4)V99  VALUE ZEROS.
           05  WS-CREDIT-HOURS         PIC 9(3)V99  VALUE ZEROS.
           05  WS-FORFEIT-HOURS        PIC 9(4)V99  VALUE ZEROS.
           05  WS-NOTE                 PIC X(12)    VALUE SPACES.
           05  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

           05  WS-LINE-CTR             PIC 99       VALUE ZEROS.
           05  WS-PAGE-CTR             PIC 999      VALUE ZEROS.

           05  WS-EMP-ACCRUED-CTR      PIC 9(5)     VALUE ZEROS.
           05  WS-NO-SCHEDULE-CTR      PIC 9(5)     VALUE ZEROS.
           05  WS-TOT-VAC-CREDIT       PIC 9(7)V99  VALUE ZEROS.
           05  WS-TOT-SICK-CREDIT      PIC 9(7)V99  VALUE ZEROS.
           05  WS-TOT-FORFEITED        PIC 9(7)V99  VALUE ZEROS.
           05  WS-TRANS-POSTED-CTR     PIC 9(5)     VALUE ZEROS.
           05  WS-TRANS-REJECT-CTR     PIC 9(5)     VALUE ZEROS.
           05  WS-TOT-HOURS-TAKEN      PIC 9(7)V99  VALUE ZEROS.

           05  WS-T-DATE.
               10  WS-IN-YR            PIC 9(4).
               10  WS-IN-MO            PIC 9(2).
               10  WS-IN-DAY           PIC 9(2).

      *    Compiled tier 1 schedule, used when CH10PPO.CTL is
      *    missing or empty: 80 vacation hours a year to start,
      *    120 from five years, 160 from ten, 40 sick hours a year
      *    throughout.  Layout matches one WS-ACCRUAL-ENTRY.
       01  WS-DEFAULT-ACCRUAL-VALUES.
           05  PIC X(25) VALUE '1000800004000004000008000'.
           05  PIC X(25) VALUE '1051200004000008000008000'.
           05  PIC X(25) VALUE '1101600004000012000008000'.
       01  WS-DEFAULT-ACCRUAL-TABLE REDEFINES WS-DEFAULT-ACCRUAL-VALUES.
           05  WS-DEFAULT-ENTRY        OCCURS 3 TIMES PIC X(25).

       01  WS-ACCRUAL-TABLE.
           05  WS-ACCRUAL-ENTRY        OCCURS 50 TIMES.
               10  WS-ACC-TIER         PIC X.
               10  WS-ACC-MIN-YEARS    PIC 99.
               10  WS-ACC-VAC-HOURS    PIC 9(3)V99.
               10  WS-ACC-SICK-HOURS   PIC 9(3)V99.
               10  WS-ACC-VAC-CAP      PIC 9(4)V99.
               10  WS-ACC-SICK-CAP     PIC 9(4)V99.

      *    Period credit and closing balance per leave type for the
      *    register line - entry 1 vacation, entry 2 sick.
       01  WS-TYPE-RESULTS.
           05  WS-TYPE-RESULT          OCCURS 2 TIMES.
               10  WS-TYPE-CREDIT      PIC 9(3)V99.
               10  WS-TYPE-BALANCE     PIC 9(4)V99.

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(44)
              VALUE 'A L P H A  D E P A R T M E N T  S T O R E'.
           05                          PIC X(5)
              VALUE 'PAGE '.
           05  HL-OUT-PAGE             PIC ZZ9.
           05                          PIC X(5)     VALUE SPACES.

       01  HL-HEADING2.
           05                          PIC X(14)    VALUE SPACES.
           05                          PIC X(30)
                VALUE 'LEAVE ACCRUAL REGISTER PERIOD'.
           05  HL-OUT-PERIOD           PIC X(8).
           05                          PIC X(4)     VALUE SPACES.
           05  HL-TODAYS-DATE.
               10  HL-OUT-MO           PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-DAY          PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-YR           PIC 9(4).
           05                          PIC X(14)    VALUE SPACES.

       01  HL-HEADING3.
           05                          PIC X(1)     VALUE SPACES.
           05                          PIC X(5)     VALUE 'EMP'.
           05                          PIC X(22)
               VALUE 'EMPLOYEE NAME'.
           05                          PIC X(3)     VALUE 'TR'.
           05                          PIC X(4)     VALUE 'YRS'.
           05                          PIC X(8)     VALUE 'VAC CR'.
           05                          PIC X(9)     VALUE 'VAC BAL'.
           05                          PIC X(7)     VALUE 'SK CR'.
           05                          PIC X(9)     VALUE 'SICK BAL'.
           05                          PIC X(12)    VALUE 'NOTE'.

       01  DL-ACCRUAL-LINE.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NO      PIC X(3).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-TIER             PIC X.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-YEARS            PIC Z9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-VAC-CREDIT       PIC ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-VAC-BALANCE      PIC Z,ZZ9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SICK-CREDIT      PIC ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-SICK-BALANCE     PIC Z,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-NOTE             PIC X(12).

       01  HL-TAKEN-HEADING1.
           05                          PIC X(22)    VALUE SPACES.
           05                          PIC X(36)
               VALUE 'LEAVE TAKEN POSTINGS'.
           05                          PIC X(22)    VALUE SPACES.

       01  HL-TAKEN-HEADING2.
           05                          PIC X(1)     VALUE SPACES.
           05                          PIC X(6)     VALUE 'EMP'.
           05                          PIC X(4)     VALUE 'T'.
           05                          PIC X(11)    VALUE 'TAKEN'.
           05                          PIC X(9)     VALUE ' HOURS'.
           05                          PIC X(6)     VALUE 'SUP'.
           05                          PIC X(43)    VALUE 'RESULT'.

       01  DL-TAKEN-LINE.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-LT-EMPLOYEE-NO   PIC X(3).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-LT-TYPE          PIC X.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-LT-DATE          PIC X(8).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-LT-HOURS         PIC X(6).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-LT-SUPERVISOR    PIC X(3).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-LT-RESULT        PIC X(30).
           05                          PIC X(13)    VALUE SPACES.

       01  DL-HOURS-EDIT               PIC ZZ9.99.

       01  DL-COUNT-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05  DL-OUT-COUNT-LABEL      PIC X(36).
           05  DL-OUT-COUNT            PIC ZZ,ZZ9.
           05                          PIC X(29)    VALUE SPACES.

       01  DL-HOURS-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05  DL-OUT-HOURS-LABEL      PIC X(36).
           05  DL-OUT-HOURS            PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(23)    VALUE SPACES.

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

           PERFORM UNTIL NO-MORE-RECORDS
               READ IN-EMPLOYEE-FILE NEXT RECORD
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     IF IN-EMP-ACTIVE
                        PERFORM 400-ACCRUE-RTN
                     END-IF
               END-READ
           END-PERFORM.

           PERFORM 600-TAKEN-HEADING-RTN.
           IF WS-LEAVE-TRANS-OK
               PERFORM UNTIL NO-MORE-TRANS
                   READ LEAVE-TRANS-FILE
                      AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-TRANS
                      NOT AT END
                         PERFORM 500-POST-TAKEN-RTN
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           MOVE WS-TRANS-REJECT-CTR TO RETURN-CODE.

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
      *    300-HEADING-RTN  Performed from 100-MAIN-MODULE and  *
      *                     400-ACCRUE-RTN.  Prints the accrual *
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
           WRITE OUT-REPORT-REC FROM HL-HEADING3
               AFTER ADVANCING 2 LINES.

      **********************************************************
      *  400-ACCRUE-RTN - Performed from 100-MAIN-MODULE for   *
      *                 each active employee.  Works out years *
      *                 of service, finds the tier's schedule  *
      *                 step, credits vacation and sick leave  *
      *                 and prints the employee's line.        *
      **********************************************************
       400-ACCRUE-RTN.
           IF WS-LINE-CTR IS GREATER THAN 40
               PERFORM 300-HEADING-RTN
           END-IF.

           PERFORM 410-YEARS-OF-SERVICE-RTN.

           MOVE IN-ACCRUAL-TIER TO WS-EMP-TIER
           IF WS-EMP-TIER = SPACE
               MOVE '1' TO WS-EMP-TIER
           END-IF.

           MOVE ZEROS TO WS-ACC-MATCHED
           PERFORM 420-MATCH-ONE-STEP-RTN
               VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT

           MOVE SPACES TO WS-NOTE
           MOVE ZEROS TO WS-TYPE-RESULTS
           IF WS-ACC-MATCHED = ZERO
               MOVE 'NO SCHEDULE' TO WS-NOTE
               ADD 1 TO WS-NO-SCHEDULE-CTR
           ELSE
               PERFORM 450-ACCRUE-ONE-TYPE-RTN
                   VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 2
               ADD 1 TO WS-EMP-ACCRUED-CTR
           END-IF.

           MOVE IN-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
           MOVE IN-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME
           MOVE WS-EMP-TIER TO DL-OUT-TIER
           MOVE WS-YEARS-OF-SERVICE TO DL-OUT-YEARS
           MOVE WS-TYPE-CREDIT (1) TO DL-OUT-VAC-CREDIT
           MOVE WS-TYPE-BALANCE (1) TO DL-OUT-VAC-BALANCE
           MOVE WS-TYPE-CREDIT (2) TO DL-OUT-SICK-CREDIT
           MOVE WS-TYPE-BALANCE (2) TO DL-OUT-SICK-BALANCE
           MOVE WS-NOTE TO DL-OUT-NOTE
           WRITE OUT-REPORT-REC FROM DL-ACCRUAL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR.

      **********************************************************
      *  410-YEARS-OF-SERVICE-RTN - Performed from 400-ACCRUE- *
      *                 RTN.  Whole years from IN-HIRE-DATE to *
      *                 the run date; a record with no usable  *
      *                 hire date counts as a new hire.        *
      **********************************************************
       410-YEARS-OF-SERVICE-RTN.
           MOVE ZEROS TO WS-YEARS-OF-SERVICE
           IF IN-HIRE-DATE IS NUMERIC
               MOVE IN-HIRE-DATE TO WS-HIRE-DATE
               IF WS-HIRE-YYYY < WS-RUN-YYYY
                   COMPUTE WS-YEARS-OF-SERVICE =
                       WS-RUN-YYYY - WS-HIRE-YYYY
                   IF WS-RUN-MMDD < WS-HIRE-MMDD
                       SUBTRACT 1 FROM WS-YEARS-OF-SERVICE
                   END-IF
               END-IF
           END-IF.

      **********************************************************
      *  420-MATCH-ONE-STEP-RTN - Performed from 400-ACCRUE-   *
      *                 RTN against each schedule entry.  The  *
      *                 employee's step is the tier's entry    *
      *                 with the highest minimum years their   *
      *                 service has reached.                   *
      **********************************************************
       420-MATCH-ONE-STEP-RTN.
           IF WS-ACC-TIER (WS-ACC-IDX) = WS-EMP-TIER
                 AND WS-ACC-MIN-YEARS (WS-ACC-IDX)
                     <= WS-YEARS-OF-SERVICE
               IF WS-ACC-MATCHED = ZERO
                   MOVE WS-ACC-IDX TO WS-ACC-MATCHED
               ELSE
                   IF WS-ACC-MIN-YEARS (WS-ACC-IDX) >
                          WS-ACC-MIN-YEARS (WS-ACC-MATCHED)
                       MOVE WS-ACC-IDX TO WS-ACC-MATCHED
                   END-IF
               END-IF
           END-IF.

      **********************************************************
      *  450-ACCRUE-ONE-TYPE-RTN - Performed from 400-ACCRUE-  *
      *                 RTN for vacation (1) and sick (2).     *
      *                 Reads or starts the leave record,      *
      *                 applies the new-year carry-over cap,   *
      *                 and credits the period's hours unless  *
      *                 this period was already accrued.       *
      **********************************************************
       450-ACCRUE-ONE-TYPE-RTN.
           MOVE IN-EMPLOYEE-NO TO LV-EMPLOYEE-NO
           IF WS-TYPE-IDX = 1
               MOVE 'V' TO LV-LEAVE-TYPE
               MOVE WS-ACC-VAC-HOURS (WS-ACC-MATCHED)
                   TO WS-ANNUAL-HOURS
               MOVE WS-ACC-VAC-CAP (WS-ACC-MATCHED) TO WS-CARRY-CAP
           ELSE
               MOVE 'S' TO LV-LEAVE-TYPE
               MOVE WS-ACC-SICK-HOURS (WS-ACC-MATCHED)
                   TO WS-ANNUAL-HOURS
               MOVE WS-ACC-SICK-CAP (WS-ACC-MATCHED) TO WS-CARRY-CAP
           END-IF.

           READ LEAVE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEAVE-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LEAVE-FOUND
           END-READ.

           IF NOT WS-LEAVE-IS-FOUND
               MOVE ZEROS TO LV-BALANCE-HOURS LV-ACCRUED-YTD
                             LV-TAKEN-YTD LV-PAYOUT-HOURS
               MOVE WS-ACCRUAL-YEAR TO LV-YTD-YEAR
               MOVE SPACES TO LV-LAST-PERIOD LV-PAYOUT-FLAG
                              LV-PAYOUT-DATE
           END-IF.

           IF LV-YTD-YEAR NOT = WS-ACCRUAL-YEAR
               IF LV-BALANCE-HOURS > WS-CARRY-CAP
                   COMPUTE WS-FORFEIT-HOURS =
                       LV-BALANCE-HOURS - WS-CARRY-CAP
                   MOVE WS-CARRY-CAP TO LV-BALANCE-HOURS
                   ADD WS-FORFEIT-HOURS TO WS-TOT-FORFEITED
                   MOVE 'CAP APPLIED' TO WS-NOTE
               END-IF
               MOVE ZEROS TO LV-ACCRUED-YTD LV-TAKEN-YTD
               MOVE WS-ACCRUAL-YEAR TO LV-YTD-YEAR
           END-IF.

           IF LV-LAST-PERIOD = WS-ACCRUAL-PERIOD
               MOVE ZEROS TO WS-CREDIT-HOURS
               MOVE 'ALREADY DONE' TO WS-NOTE
           ELSE
               COMPUTE WS-CREDIT-HOURS ROUNDED =
                   WS-ANNUAL-HOURS / WS-PERIODS-PER-YEAR
               ADD WS-CREDIT-HOURS TO LV-BALANCE-HOURS
                                      LV-ACCRUED-YTD
               MOVE WS-ACCRUAL-PERIOD TO LV-LAST-PERIOD
           END-IF.

           IF WS-LEAVE-IS-FOUND
               REWRITE LEAVE-REC
           ELSE
               WRITE LEAVE-REC
           END-IF.

           MOVE WS-CREDIT-HOURS TO WS-TYPE-CREDIT (WS-TYPE-IDX)
           MOVE LV-BALANCE-HOURS TO WS-TYPE-BALANCE (WS-TYPE-IDX)
           IF WS-TYPE-IDX = 1
               ADD WS-CREDIT-HOURS TO WS-TOT-VAC-CREDIT
           ELSE
               ADD WS-CREDIT-HOURS TO WS-TOT-SICK-CREDIT
           END-IF.

      **********************************************************
      *  500-POST-TAKEN-RTN - Performed from 100-MAIN-MODULE   *
      *                 for each leave-taken transaction.      *
      *                 Edits it, takes the hours off the      *
      *                 balance into taken YTD, and lists it   *
      *                 posted or rejected with the reason.    *
      **********************************************************
       500-POST-TAKEN-RTN.
           MOVE SPACES TO WS-REJECT-REASON

           IF LT-HOURS IS NOT NUMERIC
               MOVE 'HOURS NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               IF LT-HOURS = ZERO
                   MOVE 'NO HOURS TAKEN' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
                 AND LT-LEAVE-TYPE NOT = 'V'
                 AND LT-LEAVE-TYPE NOT = 'S'
               MOVE 'LEAVE TYPE NOT V OR S' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE LT-EMPLOYEE-NO TO IN-EMPLOYEE-NO
               READ IN-EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'EMPLOYEE NOT ON MASTER'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT IN-EMP-ACTIVE
                           MOVE 'EMPLOYEE INACTIVE'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE LT-EMPLOYEE-NO TO LV-EMPLOYEE-NO
               MOVE LT-LEAVE-TYPE TO LV-LEAVE-TYPE
               READ LEAVE-FILE
                   INVALID KEY
                       MOVE 'NO LEAVE BALANCE ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF LT-HOURS > LV-BALANCE-HOURS
                           MOVE 'HOURS EXCEED BALANCE'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               SUBTRACT LT-HOURS FROM LV-BALANCE-HOURS
               ADD LT-HOURS TO LV-TAKEN-YTD
               REWRITE LEAVE-REC
               ADD 1 TO WS-TRANS-POSTED-CTR
               ADD LT-HOURS TO WS-TOT-HOURS-TAKEN
               MOVE 'POSTED' TO DL-OUT-LT-RESULT
               MOVE LT-HOURS TO DL-HOURS-EDIT
               MOVE DL-HOURS-EDIT TO DL-OUT-LT-HOURS
           ELSE
               ADD 1 TO WS-TRANS-REJECT-CTR
               MOVE WS-REJECT-REASON TO DL-OUT-LT-RESULT
               MOVE LT-HOURS-X TO DL-OUT-LT-HOURS
           END-IF.

           IF WS-LINE-CTR IS GREATER THAN 40
               PERFORM 600-TAKEN-HEADING-RTN
           END-IF.

           MOVE LT-EMPLOYEE-NO TO DL-OUT-LT-EMPLOYEE-NO
           MOVE LT-LEAVE-TYPE TO DL-OUT-LT-TYPE
           MOVE LT-DATE-TAKEN TO DL-OUT-LT-DATE
           MOVE LT-SUPERVISOR TO DL-OUT-LT-SUPERVISOR
           WRITE OUT-REPORT-REC FROM DL-TAKEN-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR.

      ***********************************************************
      *    600-TAKEN-HEADING-RTN  Performed from 100-MAIN-      *
      *                     MODULE and 500-POST-TAKEN-RTN.      *
      *                     Starts the leave-taken section on a *
      *                     new page.                           *
      ***********************************************************
       600-TAKEN-HEADING-RTN.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO HL-OUT-PAGE
           MOVE 0 TO WS-LINE-CTR
           WRITE OUT-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE
           WRITE OUT-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES
           WRITE OUT-REPORT-REC FROM HL-TAKEN-HEADING1
               AFTER ADVANCING 2 LINES
           WRITE OUT-REPORT-REC FROM HL-TAKEN-HEADING2
               AFTER ADVANCING 2 LINES.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the accrual and posting    *
      *                        totals                            *
      ************************************************************
       700-END-PROGRAM-RTN.
           MOVE 'EMPLOYEES ACCRUED' TO DL-OUT-COUNT-LABEL
           MOVE WS-EMP-ACCRUED-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-COUNT-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'EMPLOYEES WITH NO SCHEDULE FOR TIER'
               TO DL-OUT-COUNT-LABEL
           MOVE WS-NO-SCHEDULE-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'VACATION HOURS ACCRUED' TO DL-OUT-HOURS-LABEL
           MOVE WS-TOT-VAC-CREDIT TO DL-OUT-HOURS
           WRITE OUT-REPORT-REC FROM DL-HOURS-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'SICK HOURS ACCRUED' TO DL-OUT-HOURS-LABEL
           MOVE WS-TOT-SICK-CREDIT TO DL-OUT-HOURS
           WRITE OUT-REPORT-REC FROM DL-HOURS-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'HOURS FORFEITED AT CARRY-OVER CAP'
               TO DL-OUT-HOURS-LABEL
           MOVE WS-TOT-FORFEITED TO DL-OUT-HOURS
           WRITE OUT-REPORT-REC FROM DL-HOURS-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LEAVE TAKEN TRANSACTIONS POSTED'
               TO DL-OUT-COUNT-LABEL
           MOVE WS-TRANS-POSTED-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'LEAVE TAKEN TRANSACTIONS REJECTED'
               TO DL-OUT-COUNT-LABEL
           MOVE WS-TRANS-REJECT-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LEAVE HOURS TAKEN' TO DL-OUT-HOURS-LABEL
           MOVE WS-TOT-HOURS-TAKEN TO DL-OUT-HOURS
           WRITE OUT-REPORT-REC FROM DL-HOURS-LINE
               AFTER ADVANCING 1 LINE

           WRITE OUT-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Reads the pay period and accrual*
      *                          schedule and opens the files.   *
      ************************************************************
       800-INITIALIZATION-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 810-READ-PAY-CALENDAR-RTN.
           PERFORM 820-LOAD-ACCRUAL-TABLE-RTN.

           OPEN INPUT IN-EMPLOYEE-FILE
                OUTPUT OUT-REPORT-FILE.
           PERFORM 830-OPEN-LEAVE-FILE-RTN.
           OPEN INPUT LEAVE-TRANS-FILE.

           MOVE WS-PERIOD-ID TO HL-OUT-PERIOD.

      ***********************************************************
      * 810-READ-PAY-CALENDAR-RTN - Performed from 800-         *
      *                    INITIALIZATION-RTN.  The pay period  *
      *                    and frequency come from CH10PPN.CTL  *
      *                    the same way CH10PPN reads them, so  *
      *                    the period's share of the annual     *
      *                    hours matches the payroll run.  An   *
      *                    annual run accrues under the year.   *
      ***********************************************************
       810-READ-PAY-CALENDAR-RTN.
           OPEN INPUT PAY-CALENDAR-FILE.
           IF WS-CALENDAR-OK
               READ PAY-CALENDAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-FREQUENCY TO WS-FREQUENCY
                       MOVE CC-PERIOD-ID TO WS-PERIOD-ID
               END-READ
               CLOSE PAY-CALENDAR-FILE
           END-IF.

           EVALUATE TRUE
               WHEN WS-FREQ-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN WS-FREQ-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN WS-FREQ-SEMIMONTHLY
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN WS-FREQ-MONTHLY
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 'A' TO WS-FREQUENCY
                   MOVE 1 TO WS-PERIODS-PER-YEAR
                   MOVE 'ANNUAL' TO WS-PERIOD-ID
           END-EVALUATE.

           IF WS-PERIOD-ID (1:4) IS NUMERIC
               MOVE WS-PERIOD-ID (1:4) TO WS-ACCRUAL-YEAR
           ELSE
               MOVE WS-RUN-YYYY TO WS-ACCRUAL-YEAR
           END-IF.

           IF WS-PERIOD-ID = 'ANNUAL'
               MOVE SPACES TO WS-ACCRUAL-PERIOD
               STRING 'ANN' WS-ACCRUAL-YEAR DELIMITED BY SIZE
                   INTO WS-ACCRUAL-PERIOD
           ELSE
               MOVE WS-PERIOD-ID TO WS-ACCRUAL-PERIOD
           END-IF.

      ***********************************************************
      * 820-LOAD-ACCRUAL-TABLE-RTN - Performed from 800-        *
      *                    INITIALIZATION-RTN.  Loads the tier  *
      *                    schedule from CH10PPO.CTL.  A        *
      *                    missing or empty file loads the      *
      *                    compiled tier 1 schedule instead.    *
      ***********************************************************
       820-LOAD-ACCRUAL-TABLE-RTN.
           OPEN INPUT ACCRUAL-TABLE-FILE.
           IF WS-ACCRUAL-TABLE-OK
               PERFORM UNTIL WS-ACCRUAL-TABLE-STATUS = '10'
                       OR WS-ACC-COUNT = 50
                   READ ACCRUAL-TABLE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-ACC-COUNT
                           MOVE ACCRUAL-TABLE-REC
                               TO WS-ACCRUAL-ENTRY (WS-ACC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-TABLE-FILE
           END-IF.

           IF WS-ACC-COUNT = ZERO
               PERFORM 825-LOAD-ONE-DEFAULT-RTN
                   VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > 3
           END-IF.

      ***********************************************************
      * 825-LOAD-ONE-DEFAULT-RTN - Performed from 820-LOAD-     *
      *                    ACCRUAL-TABLE-RTN, copies one        *
      *                    compiled schedule step into the      *
      *                    table.                               *
      ***********************************************************
       825-LOAD-ONE-DEFAULT-RTN.
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-DEFAULT-ENTRY (WS-ACC-IDX)
               TO WS-ACCRUAL-ENTRY (WS-ACC-COUNT).

      ***********************************************************
      * 830-OPEN-LEAVE-FILE-RTN - Performed from 800-           *
      *                    INITIALIZATION-RTN.  Opens the leave *
      *                    master I-O, creating it on the first *
      *                    accrual run ever made.               *
      ***********************************************************
       830-OPEN-LEAVE-FILE-RTN.
           OPEN I-O LEAVE-FILE.
           IF WS-LEAVE-DOES-NOT-EXIST
               OPEN OUTPUT LEAVE-FILE
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
           END-IF.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files and empties the   *
      *                      leave-taken transaction file       *
      ***********************************************************
       900-END-OF-JOB-RTN.
           CLOSE IN-EMPLOYEE-FILE
                 LEAVE-FILE
                 OUT-REPORT-FILE.
           IF WS-LEAVE-TRANS-OK OR WS-LEAVE-TRANS-STATUS = '10'
               CLOSE LEAVE-TRANS-FILE
               OPEN OUTPUT LEAVE-TRANS-FILE
               CLOSE LEAVE-TRANS-FILE
           END-IF.
