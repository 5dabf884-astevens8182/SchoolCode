       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH10PPU.
      ************************************************************
      *  CH10PPU  -  Time-card edit for hourly pay.  Reads the   *
      *              period's time cards CH10PPUT.DAT exactly as *
      *              keyed (employee number, pay period, regular *
      *              hours, overtime hours) and edits each one   *
      *              against the employee master and the pay     *
      *              period in CH10PPN.CTL.  Clean cards are     *
      *              written to the indexed time-card file       *
      *              CH10PPU.DAT (see TIMEREC) that CH10PPN      *
      *              reads to pay hourly employees.  A card for  *
      *              an employee not on the master, inactive or  *
      *              salaried, for another pay period, with      *
      *              hours not numeric or over the limits, or    *
      *              keyed twice, goes to the reject report      *
      *              CH10PPU.RPT with the reason and is not      *
      *              paid.  The limits come from CH10PPU.CTL     *
      *              (maximum regular, maximum overtime hours);  *
      *              without it 80 regular and 40 overtime hours *
      *              are allowed.  The reject count is returned  *
      *              as the return code.                         *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-CARD-TRANS-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIME-CARD-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-EMPLOYEE-NO
               FILE STATUS IS WS-TIME-CARD-STATUS.

           SELECT IN-EMPLOYEE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-EMPLOYEE-NO
               ALTERNATE RECORD KEY IS IN-DEPT-TERR-JOBCLASS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT PAY-CALENDAR-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPN.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT HOURS-LIMIT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPU.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.

           SELECT OUT-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPU.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TIME-CARD-TRANS-FILE.
       01  TIME-CARD-TRANS-REC.
           05  TT-EMPLOYEE-NO          PIC X(3).
           05  TT-PERIOD-ID            PIC X(8).
           05  TT-REGULAR-HOURS        PIC 9(3)V99.
           05  TT-REGULAR-HOURS-X      REDEFINES TT-REGULAR-HOURS
                                       PIC X(5).
           05  TT-OVERTIME-HOURS       PIC 9(3)V99.
           05  TT-OVERTIME-HOURS-X     REDEFINES TT-OVERTIME-HOURS
                                       PIC X(5).

       FD  TIME-CARD-FILE.
       01  TIME-CARD-REC.
           COPY TIMEREC.

       FD  IN-EMPLOYEE-FILE.
       01  IN-EMPLOYEE-REC.
           COPY EMPREC.

       FD  PAY-CALENDAR-FILE.
       01  PAY-CALENDAR-REC.
           05  CC-FREQUENCY            PIC X.
           05  CC-PERIOD-ID            PIC X(8).

       FD  HOURS-LIMIT-FILE.
       01  HOURS-LIMIT-REC.
           05  LM-MAX-REGULAR-HOURS    PIC 9(3)V99.
           05  LM-MAX-OVERTIME-HOURS   PIC 9(3)V99.

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-TIME-CARD-STATUS     PIC XX       VALUE ZEROS.
               88  WS-TIME-CARD-OK                  VALUE '00'.
           05  WS-EMP-FILE-STATUS      PIC XX       VALUE ZEROS.
               88  WS-EMP-FILE-OK                   VALUE '00'.
           05  WS-CALENDAR-STATUS      PIC XX       VALUE ZEROS.
               88  WS-CALENDAR-OK                   VALUE '00'.
           05  WS-LIMIT-STATUS         PIC XX       VALUE ZEROS.
               88  WS-LIMIT-OK                      VALUE '00'.

           05  WS-FREQUENCY            PIC X        VALUE 'A'.
               88  WS-FREQ-PERIODIC                 VALUE 'W' 'B'
                                                          'S' 'M'.
           05  WS-PERIOD-ID            PIC X(8)     VALUE 'ANNUAL'.
           05  WS-MAX-REGULAR-HOURS    PIC 9(3)V99  VALUE 80.
           05  WS-MAX-OVERTIME-HOURS   PIC 9(3)V99  VALUE 40.

           05  WS-REJECT-REASON        PIC X(30)    VALUE SPACES.

           05  WS-LINE-CTR             PIC 99       VALUE ZEROS.
           05  WS-PAGE-CTR             PIC 999      VALUE ZEROS.

           05  WS-READ-CTR             PIC 9(5)     VALUE ZEROS.
           05  WS-ACCEPT-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-REJECT-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-TOT-REGULAR-HOURS    PIC 9(7)V99  VALUE ZEROS.
           05  WS-TOT-OVERTIME-HOURS   PIC 9(7)V99  VALUE ZEROS.

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
           05                          PIC X(14)    VALUE SPACES.
           05                          PIC X(30)
                VALUE 'TIME-CARD EDIT REJECTS PERIOD'.
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
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(7)
               VALUE 'EMP'.
           05                          PIC X(11)
               VALUE 'PERIOD'.
           05                          PIC X(9)
               VALUE 'REG HRS'.
           05                          PIC X(9)
               VALUE 'OT HRS'.
           05                          PIC X(35)
               VALUE 'REASON'.

       01  DL-REJECT-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NO      PIC X(3).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-PERIOD-ID        PIC X(8).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-REGULAR-HOURS    PIC X(5).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-OVERTIME-HOURS   PIC X(5).
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-REASON           PIC X(30).
           05                          PIC X(5)     VALUE SPACES.

       01  DL-COUNT-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05  DL-OUT-COUNT-LABEL      PIC X(32).
           05  DL-OUT-COUNT            PIC ZZ,ZZ9.
           05                          PIC X(33)    VALUE SPACES.

       01  DL-HOURS-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05  DL-OUT-HOURS-LABEL      PIC X(32).
           05  DL-OUT-HOURS            PIC Z,ZZZ,ZZ9.99.
           05                          PIC X(27)    VALUE SPACES.

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
               READ TIME-CARD-TRANS-FILE
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     PERFORM 400-EDIT-RTN
               END-READ
           END-PERFORM.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           MOVE WS-REJECT-CTR TO RETURN-CODE.

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
      *                     450-REJECT-RTN.  Prints the         *
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
      *  400-EDIT-RTN - Performed from 100-MAIN-MODULE for     *
      *                 each keyed time card.  The first edit  *
      *                 that fails names the reject reason; a  *
      *                 card that passes them all is written   *
      *                 to the time-card file for CH10PPN.     *
      **********************************************************
       400-EDIT-RTN.
           ADD 1 TO WS-READ-CTR
           MOVE SPACES TO WS-REJECT-REASON

           IF TT-REGULAR-HOURS IS NOT NUMERIC
                 OR TT-OVERTIME-HOURS IS NOT NUMERIC
               MOVE 'HOURS NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
                 AND TT-PERIOD-ID NOT = WS-PERIOD-ID
               MOVE 'NOT FOR THIS PAY PERIOD' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE TT-EMPLOYEE-NO TO IN-EMPLOYEE-NO
               READ IN-EMPLOYEE-FILE
                   INVALID KEY
                       MOVE 'EMPLOYEE NOT ON MASTER'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT IN-EMP-ACTIVE
                       MOVE 'EMPLOYEE INACTIVE' TO WS-REJECT-REASON
                   WHEN NOT IN-PAY-HOURLY
                       MOVE 'SALARIED EMPLOYEE' TO WS-REJECT-REASON
                   WHEN TT-REGULAR-HOURS > WS-MAX-REGULAR-HOURS
                       MOVE 'REGULAR HOURS OVER LIMIT'
                           TO WS-REJECT-REASON
                   WHEN TT-OVERTIME-HOURS > WS-MAX-OVERTIME-HOURS
                       MOVE 'OVERTIME HOURS OVER LIMIT'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE TT-EMPLOYEE-NO TO TC-EMPLOYEE-NO
               MOVE TT-PERIOD-ID TO TC-PERIOD-ID
               MOVE TT-REGULAR-HOURS TO TC-REGULAR-HOURS
               MOVE TT-OVERTIME-HOURS TO TC-OVERTIME-HOURS
               WRITE TIME-CARD-REC
                   INVALID KEY
                       MOVE 'DUPLICATE TIME CARD' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCEPT-CTR
                       ADD TT-REGULAR-HOURS TO WS-TOT-REGULAR-HOURS
                       ADD TT-OVERTIME-HOURS TO WS-TOT-OVERTIME-HOURS
               END-WRITE
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 450-REJECT-RTN
           END-IF.

      **********************************************************
      *  450-REJECT-RTN - Performed from 400-EDIT-RTN, lists   *
      *                 one rejected card as keyed, with the   *
      *                 reason it will not be paid.            *
      **********************************************************
       450-REJECT-RTN.
           IF WS-LINE-CTR IS GREATER THAN 40
               PERFORM 300-HEADING-RTN
           END-IF.

           MOVE TT-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
           MOVE TT-PERIOD-ID TO DL-OUT-PERIOD-ID
           MOVE TT-REGULAR-HOURS-X TO DL-OUT-REGULAR-HOURS
           MOVE TT-OVERTIME-HOURS-X TO DL-OUT-OVERTIME-HOURS
           MOVE WS-REJECT-REASON TO DL-OUT-REASON
           WRITE OUT-REPORT-REC FROM DL-REJECT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           ADD 1 TO WS-REJECT-CTR.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the card counts and the    *
      *                        hours accepted for payment        *
      ************************************************************
       700-END-PROGRAM-RTN.
           MOVE 'TIME CARDS READ' TO DL-OUT-COUNT-LABEL
           MOVE WS-READ-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-COUNT-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'TIME CARDS ACCEPTED' TO DL-OUT-COUNT-LABEL
           MOVE WS-ACCEPT-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TIME CARDS REJECTED' TO DL-OUT-COUNT-LABEL
           MOVE WS-REJECT-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'REGULAR HOURS ACCEPTED' TO DL-OUT-HOURS-LABEL
           MOVE WS-TOT-REGULAR-HOURS TO DL-OUT-HOURS
           WRITE OUT-REPORT-REC FROM DL-HOURS-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'OVERTIME HOURS ACCEPTED' TO DL-OUT-HOURS-LABEL
           MOVE WS-TOT-OVERTIME-HOURS TO DL-OUT-HOURS
           WRITE OUT-REPORT-REC FROM DL-HOURS-LINE
               AFTER ADVANCING 1 LINE

           WRITE OUT-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Reads the pay period and hour   *
      *                          limits and opens the files.     *
      *                          The time-card file is rebuilt   *
      *                          from scratch every period.      *
      ************************************************************
       800-INITIALIZATION-RTN.
           PERFORM 810-READ-PAY-CALENDAR-RTN.
           PERFORM 820-READ-HOURS-LIMIT-RTN.

           OPEN INPUT TIME-CARD-TRANS-FILE
                      IN-EMPLOYEE-FILE
                OUTPUT TIME-CARD-FILE
                       OUT-REPORT-FILE.

           MOVE WS-PERIOD-ID TO HL-OUT-PERIOD.

      ***********************************************************
      * 810-READ-PAY-CALENDAR-RTN - Performed from 800-         *
      *                    INITIALIZATION-RTN.  Takes the pay   *
      *                    period being paid from CH10PPN.CTL   *
      *                    the same way CH10PPN does: no file,  *
      *                    or no valid frequency, is the annual *
      *                    run.                                 *
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

           IF NOT WS-FREQ-PERIODIC
               MOVE 'A' TO WS-FREQUENCY
               MOVE 'ANNUAL' TO WS-PERIOD-ID
           END-IF.

      ***********************************************************
      * 820-READ-HOURS-LIMIT-RTN - Performed from 800-          *
      *                    INITIALIZATION-RTN.  CH10PPU.CTL     *
      *                    overrides the maximum regular and    *
      *                    overtime hours one card may carry.   *
      ***********************************************************
       820-READ-HOURS-LIMIT-RTN.
           OPEN INPUT HOURS-LIMIT-FILE.
           IF WS-LIMIT-OK
               READ HOURS-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LM-MAX-REGULAR-HOURS
                           TO WS-MAX-REGULAR-HOURS
                       MOVE LM-MAX-OVERTIME-HOURS
                           TO WS-MAX-OVERTIME-HOURS
               END-READ
               CLOSE HOURS-LIMIT-FILE
           END-IF.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           CLOSE TIME-CARD-TRANS-FILE
                 TIME-CARD-FILE
                 IN-EMPLOYEE-FILE
                 OUT-REPORT-FILE.
