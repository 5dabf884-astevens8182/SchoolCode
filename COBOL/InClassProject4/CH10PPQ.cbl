       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH10PPQ.
      ************************************************************
      *  CH10PPQ  -  Quarterly employer tax return.  Reads the   *
      *              employer tax file CH10PPN keeps (CH10PPE.   *
      *              DAT, see ETAXREC) for one quarter and prints*
      *              the state unemployment wage detail - each   *
      *              employee's quarter wages, the excess over   *
      *              the SUTA wage base, taxable SUTA wages and  *
      *              SUTA - followed by the 941-style summary:   *
      *              wages, federal withholding, taxable social  *
      *              security and Medicare wages with both the   *
      *              employee and employer shares, total taxes,  *
      *              and the quarter's FUTA.                     *
      *                                                          *
      *              CH10PPE.DAT holds only each employee's      *
      *              current quarter - CH10PPN clears the        *
      *              quarter figures when the first run of the   *
      *              next quarter is posted - so the return must *
      *              be printed before that run.  An employee    *
      *              whose record is in a different quarter from *
      *              the one asked for is left off the return.   *
      *                                                          *
      *              The quarter is taken from CH10PPQ.CTL       *
      *              (year and quarter, YYYYQ).  Without it the  *
      *              latest quarter on the file is reported.     *
      *              Employee names come from CH10PPM.DAT.       *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYER-TAX-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ET-EMPLOYEE-NO
               FILE STATUS IS WS-ETAX-STATUS.

           SELECT IN-EMPLOYEE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-EMPLOYEE-NO
               ALTERNATE RECORD KEY IS IN-DEPT-TERR-JOBCLASS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT QUARTER-CTL-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPQ.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QTR-CTL-STATUS.

           SELECT OUT-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPQ.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYER-TAX-FILE.
       01  EMPLOYER-TAX-REC.
           COPY ETAXREC.

       FD  IN-EMPLOYEE-FILE.
       01  IN-EMPLOYEE-REC.
           COPY EMPREC.

       FD  QUARTER-CTL-FILE.
       01  QUARTER-CTL-REC.
           05  QC-TAX-YEAR             PIC 9(4).
           05  QC-QUARTER              PIC 9.

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-ETAX-STATUS          PIC XX       VALUE ZEROS.
               88  WS-ETAX-OK                       VALUE '00'.
           05  WS-EMP-FILE-STATUS      PIC XX       VALUE ZEROS.
               88  WS-EMP-FILE-OK                   VALUE '00'.
           05  WS-QTR-CTL-STATUS       PIC XX       VALUE ZEROS.
               88  WS-QTR-CTL-OK                    VALUE '00'.

           05  WS-LINE-CTR             PIC 99       VALUE ZEROS.
           05  WS-PAGE-CTR             PIC 999      VALUE ZEROS.

           05  WS-SEL-YEAR             PIC 9(4)     VALUE ZEROS.
           05  WS-SEL-QUARTER          PIC 9        VALUE ZEROS.
           05  WS-SEL-YYYYQ            PIC 9(5)     VALUE ZEROS.
           05  WS-REC-YYYYQ            PIC 9(5)     VALUE ZEROS.

           05  WS-EXCESS-WAGES         PIC 9(7)V99  VALUE ZEROS.
           05  WS-EMPLOYEE-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-TOT-WAGES            PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-FEDERAL-WH       PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-EE-FICA          PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-ER-FICA          PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-EE-MEDICARE      PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-ER-MEDICARE      PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-FICA-TAXABLE     PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-FUTA-TAXABLE     PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-FUTA             PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-SUTA-TAXABLE     PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-SUTA             PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-EXCESS-WAGES     PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-SS-TAX           PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-MEDICARE-TAX     PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOT-TAXES            PIC 9(9)V99  VALUE ZEROS.

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
           05                          PIC X(15)    VALUE SPACES.
           05                          PIC X(30)
                VALUE 'EMPLOYER TAX RETURN - QUARTER'.
           05  HL-OUT-QUARTER          PIC 9.
           05                          PIC X(6)     VALUE ' OF   '.
           05  HL-OUT-TAX-YEAR         PIC 9(4).
           05                          PIC X(4)     VALUE SPACES.
           05  HL-TODAYS-DATE.
               10  HL-OUT-MO           PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-DAY          PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-YR           PIC 9(4).
           05                          PIC X(10)    VALUE SPACES.

       01  HL-HEADING3.
           05                          PIC X(22)    VALUE SPACES.
           05                          PIC X(36)
               VALUE 'STATE UNEMPLOYMENT WAGE DETAIL'.
           05                          PIC X(22)    VALUE SPACES.

       01  HL-HEADING4.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(27)
               VALUE 'EMP  EMPLOYEE NAME'.
           05                          PIC X(13)
               VALUE 'QTR WAGES'.
           05                          PIC X(13)
               VALUE 'EXCESS WAGES'.
           05                          PIC X(13)
               VALUE 'SUTA TAXABLE'.
           05                          PIC X(10)
               VALUE 'SUTA TAX'.

       01  DL-SUTA-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NO      PIC X(3).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-WAGES            PIC $$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EXCESS           PIC $$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SUTA-TAXABLE     PIC $$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SUTA             PIC $$$,$$9.99.

       01  DL-SUTA-TOTAL-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(17)
              VALUE 'STATE TOTALS'.
           05  DL-OUT-TOT-WAGES-S      PIC $$,$$$,$$9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-TOT-EXCESS       PIC $$,$$$,$$9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-TOT-SUTA-TAXABLE PIC $$,$$$,$$9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-TOT-SUTA         PIC $$$$,$$9.99.

       01  HL-SUMMARY-HEADING.
           05                          PIC X(22)    VALUE SPACES.
           05                          PIC X(36)
               VALUE 'FEDERAL QUARTERLY RETURN (941)'.
           05                          PIC X(22)    VALUE SPACES.

       01  DL-SUMMARY-LINE.
           05                          PIC X(8)     VALUE SPACES.
           05  DL-OUT-SUMMARY-LABEL    PIC X(46).
           05  DL-OUT-SUMMARY-AMOUNT   PIC $$$,$$$,$$9.99.
           05                          PIC X(12)    VALUE SPACES.

       01  DL-EMPLOYEE-COUNT-LINE.
           05                          PIC X(8)     VALUE SPACES.
           05                          PIC X(46)
              VALUE 'NUMBER OF EMPLOYEES PAID IN THE QUARTER'.
           05  DL-OUT-EMPLOYEE-CTR     PIC ZZ,ZZ9.
           05                          PIC X(20)    VALUE SPACES.

       01  DL-NO-QUARTER-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(45)
              VALUE 'NO EMPLOYER TAX RECORDS FOR THE QUARTER'.
           05                          PIC X(26)    VALUE SPACES.

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

      *    No employer tax file at all - nothing to read, so the
      *    report says so and the run ends.
           IF NOT WS-ETAX-OK
               WRITE OUT-REPORT-REC FROM DL-NO-QUARTER-LINE
                   AFTER ADVANCING 2 LINES
               WRITE OUT-REPORT-REC FROM HL-HEADING-FINAL
                   AFTER ADVANCING 3 LINES
               DISPLAY 'CH10PPQ  NO EMPLOYER TAX FILE - STATUS '
                   WS-ETAX-STATUS
           ELSE
               PERFORM UNTIL NO-MORE-RECORDS
                   READ EMPLOYER-TAX-FILE NEXT RECORD
                      AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                         IF ET-TAX-YEAR = WS-SEL-YEAR
                               AND ET-QUARTER = WS-SEL-QUARTER
                             PERFORM 400-CALC-RTN
                         END-IF
                   END-READ
               END-PERFORM

               PERFORM 700-END-PROGRAM-RTN
           END-IF.

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
      *    300-HEADING-RTN  Performed from 100-MAIN-MODULE and  *
      *                     400-CALC-RTN.  Prints the headings  *
      *                     for the wage detail on a new page.  *
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
               AFTER ADVANCING 2 LINES
           WRITE OUT-REPORT-REC FROM HL-HEADING4
               AFTER ADVANCING 2 LINES.

      **********************************************************
      *  400-CALC-RTN - Performed from 100-MAIN-MODULE for     *
      *                 each record in the selected quarter.   *
      *                 Prints the employee's state wage line  *
      *                 and adds the quarter into the return   *
      *                 totals.                                *
      **********************************************************
       400-CALC-RTN.
           IF WS-LINE-CTR IS GREATER THAN 25
               PERFORM 300-HEADING-RTN
           END-IF.

           MOVE ET-EMPLOYEE-NO TO IN-EMPLOYEE-NO
           READ IN-EMPLOYEE-FILE
               INVALID KEY
                   MOVE '*NOT ON MASTER' TO DL-OUT-EMPLOYEE-NAME
               NOT INVALID KEY
                   MOVE IN-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME
           END-READ.

           COMPUTE WS-EXCESS-WAGES =
               ET-QTD-WAGES - ET-QTD-SUTA-TAXABLE

           MOVE ET-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
           MOVE ET-QTD-WAGES TO DL-OUT-WAGES
           MOVE WS-EXCESS-WAGES TO DL-OUT-EXCESS
           MOVE ET-QTD-SUTA-TAXABLE TO DL-OUT-SUTA-TAXABLE
           MOVE ET-QTD-SUTA TO DL-OUT-SUTA
           WRITE OUT-REPORT-REC FROM DL-SUTA-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR

           ADD 1 TO WS-EMPLOYEE-CTR
           ADD ET-QTD-WAGES TO WS-TOT-WAGES
           ADD ET-QTD-FEDERAL-WH TO WS-TOT-FEDERAL-WH
           ADD ET-QTD-EE-FICA TO WS-TOT-EE-FICA
           ADD ET-QTD-ER-FICA TO WS-TOT-ER-FICA
           ADD ET-QTD-EE-MEDICARE TO WS-TOT-EE-MEDICARE
           ADD ET-QTD-ER-MEDICARE TO WS-TOT-ER-MEDICARE
           ADD ET-QTD-FICA-TAXABLE TO WS-TOT-FICA-TAXABLE
           ADD ET-QTD-FUTA-TAXABLE TO WS-TOT-FUTA-TAXABLE
           ADD ET-QTD-FUTA TO WS-TOT-FUTA
           ADD ET-QTD-SUTA-TAXABLE TO WS-TOT-SUTA-TAXABLE
           ADD ET-QTD-SUTA TO WS-TOT-SUTA
           ADD WS-EXCESS-WAGES TO WS-TOT-EXCESS-WAGES.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the state wage totals and  *
      *                        the federal return summary on its *
      *                        own page.                         *
      ************************************************************
       700-END-PROGRAM-RTN.
           IF WS-EMPLOYEE-CTR = ZERO
               WRITE OUT-REPORT-REC FROM DL-NO-QUARTER-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE WS-TOT-WAGES TO DL-OUT-TOT-WAGES-S
           MOVE WS-TOT-EXCESS-WAGES TO DL-OUT-TOT-EXCESS
           MOVE WS-TOT-SUTA-TAXABLE TO DL-OUT-TOT-SUTA-TAXABLE
           MOVE WS-TOT-SUTA TO DL-OUT-TOT-SUTA
           WRITE OUT-REPORT-REC FROM DL-SUTA-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           COMPUTE WS-TOT-SS-TAX = WS-TOT-EE-FICA + WS-TOT-ER-FICA
           COMPUTE WS-TOT-MEDICARE-TAX =
               WS-TOT-EE-MEDICARE + WS-TOT-ER-MEDICARE
           COMPUTE WS-TOT-TAXES = WS-TOT-FEDERAL-WH + WS-TOT-SS-TAX
               + WS-TOT-MEDICARE-TAX

           ADD 1 TO WS-PAGE-CTR
           MOVE WS-PAGE-CTR TO HL-OUT-PAGE
           WRITE OUT-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE
           WRITE OUT-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES
           WRITE OUT-REPORT-REC FROM HL-SUMMARY-HEADING
               AFTER ADVANCING 2 LINES

           MOVE WS-EMPLOYEE-CTR TO DL-OUT-EMPLOYEE-CTR
           WRITE OUT-REPORT-REC FROM DL-EMPLOYEE-COUNT-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'WAGES, TIPS AND OTHER COMPENSATION'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-WAGES TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN
           MOVE 'FEDERAL INCOME TAX WITHHELD'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-FEDERAL-WH TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN
           MOVE 'TAXABLE SOCIAL SECURITY WAGES'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-FICA-TAXABLE TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN
           MOVE '  SOCIAL SECURITY - EMPLOYEE SHARE'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-EE-FICA TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN
           MOVE '  SOCIAL SECURITY - EMPLOYER SHARE'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-ER-FICA TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN
           MOVE 'TAXABLE MEDICARE WAGES'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-WAGES TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN
           MOVE '  MEDICARE - EMPLOYEE SHARE'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-EE-MEDICARE TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN
           MOVE '  MEDICARE - EMPLOYER SHARE'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-ER-MEDICARE TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN
           MOVE 'TOTAL TAXES FOR THE QUARTER'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-TAXES TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN
           MOVE 'FUTA TAXABLE WAGES'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-FUTA-TAXABLE TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN
           MOVE 'FUTA TAX FOR THE QUARTER'
               TO DL-OUT-SUMMARY-LABEL
           MOVE WS-TOT-FUTA TO DL-OUT-SUMMARY-AMOUNT
           PERFORM 750-WRITE-SUMMARY-RTN

           WRITE OUT-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 3 LINES.

      ************************************************************
      *  750-WRITE-SUMMARY-RTN - Performed from 700-END-PROGRAM- *
      *                        RTN to print one labelled line of *
      *                        the federal return summary.       *
      ************************************************************
       750-WRITE-SUMMARY-RTN.
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Picks the quarter to report and *
      *                          opens the files.                *
      ************************************************************
       800-INITIALIZATION-RTN.
           PERFORM 810-SELECT-QUARTER-RTN.

           OPEN INPUT EMPLOYER-TAX-FILE
                      IN-EMPLOYEE-FILE
                OUTPUT OUT-REPORT-FILE.

           MOVE WS-SEL-YEAR TO HL-OUT-TAX-YEAR
           MOVE WS-SEL-QUARTER TO HL-OUT-QUARTER.

      ***********************************************************
      * 810-SELECT-QUARTER-RTN - Performed from 800-INITIALIZ-  *
      *                    ATION-RTN.  CH10PPQ.CTL names the    *
      *                    year and quarter to report.  Without *
      *                    it the employer tax file is read     *
      *                    once for the latest quarter any      *
      *                    employee's figures are carried for.  *
      ***********************************************************
       810-SELECT-QUARTER-RTN.
           OPEN INPUT QUARTER-CTL-FILE.
           IF WS-QTR-CTL-OK
               READ QUARTER-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE QC-TAX-YEAR TO WS-SEL-YEAR
                       MOVE QC-QUARTER TO WS-SEL-QUARTER
               END-READ
               CLOSE QUARTER-CTL-FILE
           END-IF.

           IF WS-SEL-YEAR = ZERO
               OPEN INPUT EMPLOYER-TAX-FILE
               IF WS-ETAX-OK
                   PERFORM UNTIL WS-ETAX-STATUS = '10'
                       READ EMPLOYER-TAX-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               COMPUTE WS-REC-YYYYQ =
                                   ET-TAX-YEAR * 10 + ET-QUARTER
                               IF WS-REC-YYYYQ > WS-SEL-YYYYQ
                                   MOVE WS-REC-YYYYQ TO WS-SEL-YYYYQ
                                   MOVE ET-TAX-YEAR TO WS-SEL-YEAR
                                   MOVE ET-QUARTER TO WS-SEL-QUARTER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYER-TAX-FILE
               END-IF
           END-IF.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           IF WS-ETAX-OK OR WS-ETAX-STATUS = '10'
               CLOSE EMPLOYER-TAX-FILE
           END-IF.
           CLOSE IN-EMPLOYEE-FILE
                 OUT-REPORT-FILE.
