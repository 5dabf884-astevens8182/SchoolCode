       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3Y.
      ************************************************************
      *  PROJECT3Y  -  Year-end mortgage interest statements.    *
      *              Reads the yearly servicing history          *
      *              PROJECT3Y.DAT that PROJECT3S builds as      *
      *              payments post, and for every loan with a    *
      *              record for the tax year prints one 1098-    *
      *              style statement on PROJECT3Y.RPT: the loan  *
      *              number, the origination date off the        *
      *              portfolio master, the principal             *
      *              outstanding at January 1, and the interest  *
      *              and principal paid in the year.  Each       *
      *              statement starts a new page so it can be    *
      *              mailed as printed.                          *
      *                                                          *
      *  Every statement is also written to the filing file      *
      *  PROJECT3F.DAT as a 'D' record, closed by one 'T'        *
      *  record carrying the count of statements and the total   *
      *  interest and principal reported, so the filing can be   *
      *  proved against the printed control totals.  A loan      *
      *  with no payment in the year has no history record for   *
      *  it and gets no statement.                               *
      *                                                          *
      *  The tax year comes from PROJECT3Y.CTL (YYYY in columns  *
      *  1-4).  With no control file, or no year on it, the run  *
      *  reports the year before the run date - the usual        *
      *  January run.                                            *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YEAR-HISTORY-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3Y.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YR-KEY
               FILE STATUS IS WS-YEAR-HIST-STATUS.

           SELECT PORTFOLIO-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3P.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-LOAN-NO
               FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT TAX-YEAR-CTL-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3Y.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CTL-STATUS.

           SELECT STATEMENT-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3Y.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FILING-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3F.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-HISTORY-FILE.
       01  YEAR-HISTORY-REC.
           COPY LOANYR.

       FD  PORTFOLIO-FILE.
       01  PORTFOLIO-REC.
           COPY LOANPF.

       FD  TAX-YEAR-CTL-FILE.
       01  TAX-YEAR-CTL-REC.
           05  TC-TAX-YEAR             PIC 9(4).

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-REC        PIC X(80).

      *    One 'D' record per statement, then one 'T' record with
      *    the filing's control count and totals.
       FD  FILING-FILE.
       01  FILING-REC.
           05  FL-RECORD-TYPE          PIC X.
               88  FL-IS-DETAIL                     VALUE 'D'.
               88  FL-IS-TOTAL                      VALUE 'T'.
           05  FL-TAX-YEAR             PIC 9(4).
           05  FL-LOAN-NO              PIC 9(6).
           05  FL-ORIG-DATE            PIC X(8).
           05  FL-JAN1-BALANCE         PIC 9(7)V99.
           05  FL-INT-PAID             PIC 9(7)V99.
           05  FL-PRIN-PAID            PIC 9(7)V99.
       01  FILING-TOTAL-REC.
           05  FT-RECORD-TYPE          PIC X.
           05  FT-TAX-YEAR             PIC 9(4).
           05  FT-STATEMENT-COUNT      PIC 9(6).
           05  FT-TOTAL-INT            PIC 9(9)V99.
           05  FT-TOTAL-PRIN           PIC 9(9)V99.
           05                          PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-YEAR-HIST-STATUS     PIC XX       VALUE ZEROS.
               88  WS-YEAR-HIST-OK                  VALUE '00'.
           05  WS-YEAR-HIST-PRESENT    PIC X        VALUE 'Y'.
               88  WS-YEAR-HIST-IS-PRESENT          VALUE 'Y'.
           05  WS-PORTFOLIO-STATUS     PIC XX       VALUE ZEROS.
               88  WS-PORTFOLIO-OK                  VALUE '00'.
           05  WS-TAX-CTL-STATUS       PIC XX       VALUE ZEROS.
               88  WS-TAX-CTL-OK                    VALUE '00'.

           05  WS-RUN-YEAR             PIC 9(4)     VALUE ZEROS.
           05  WS-TAX-YEAR             PIC 9(4)     VALUE ZEROS.
           05  WS-ORIG-DATE            PIC X(8)     VALUE SPACES.

           05  WS-STATEMENT-CTR        PIC 9(6)     VALUE ZEROS.
           05  WS-TOTAL-INT            PIC 9(9)V99  VALUE ZEROS.
           05  WS-TOTAL-PRIN           PIC 9(9)V99  VALUE ZEROS.
           05  WS-NO-PORTFOLIO-CTR     PIC 9(5)     VALUE ZEROS.

       01  SL-TITLE-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05                          PIC X(36)
              VALUE 'MORTGAGE INTEREST STATEMENT - YEAR'.
           05  SL-OUT-TAX-YEAR         PIC 9(4).

       01  SL-SUBTITLE-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05                          PIC X(40)
              VALUE '(FORM 1098 INFORMATION - KEEP FOR TAXES)'.

       01  SL-LOAN-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(30)
               VALUE 'LOAN NUMBER'.
           05  SL-OUT-LOAN-NO          PIC 9(6).

       01  SL-DATE-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(30)
               VALUE 'ORIGINATION DATE'.
           05  SL-OUT-ORIG-DATE        PIC X(8).

       01  SL-AMOUNT-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  SL-OUT-LABEL            PIC X(30).
           05  SL-OUT-AMOUNT           PIC $$,$$$,$$9.99.

       01  CL-HEADING.
           05                          PIC X(10)    VALUE SPACES.
           05                          PIC X(36)
              VALUE 'MORTGAGE INTEREST FILING CONTROL -'.
           05  CL-OUT-TAX-YEAR         PIC 9(4).

       01  CL-COUNT-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  CL-OUT-LABEL            PIC X(30).
           05  CL-OUT-COUNT            PIC ZZZ,ZZ9.

       01  CL-AMOUNT-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  CL-OUT-AMT-LABEL        PIC X(30).
           05  CL-OUT-AMOUNT           PIC $$$$,$$$,$$9.99.

       01  HL-HEADING-FINAL.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(13)
              VALUE 'END OF REPORT'.
      *
       PROCEDURE DIVISION.
      **********************************************************
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           PERFORM 800-INITIALIZATION-RTN.
           PERFORM 810-READ-TAX-YEAR-RTN.

           IF WS-YEAR-HIST-IS-PRESENT
               PERFORM UNTIL NO-MORE-RECORDS
                   READ YEAR-HISTORY-FILE
                       AT END
                           MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF YR-TAX-YEAR = WS-TAX-YEAR
                               PERFORM 300-ONE-STATEMENT-RTN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           STOP RUN.

      **********************************************************
      *  300-ONE-STATEMENT-RTN - Performed from 100-MAIN-      *
      *              MODULE for each loan's record for the tax *
      *              year.  Picks up the origination date,     *
      *              prints the statement and files it.        *
      **********************************************************
       300-ONE-STATEMENT-RTN.
           MOVE YR-LOAN-NO TO PF-LOAN-NO
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE SPACES TO WS-ORIG-DATE
                   ADD 1 TO WS-NO-PORTFOLIO-CTR
               NOT INVALID KEY
                   MOVE PF-ORIG-DATE TO WS-ORIG-DATE
           END-READ.

           PERFORM 500-PRINT-STATEMENT-RTN.
           PERFORM 600-WRITE-FILING-RTN.

           ADD 1 TO WS-STATEMENT-CTR.
           ADD YR-INT-PAID TO WS-TOTAL-INT.
           ADD YR-PRIN-PAID TO WS-TOTAL-PRIN.

      **********************************************************
      *  500-PRINT-STATEMENT-RTN - Performed from 300-ONE-     *
      *              STATEMENT-RTN, prints one borrower's      *
      *              statement on its own page                 *
      **********************************************************
       500-PRINT-STATEMENT-RTN.
           MOVE WS-TAX-YEAR TO SL-OUT-TAX-YEAR
           WRITE STATEMENT-REPORT-REC FROM SL-TITLE-LINE
               AFTER ADVANCING PAGE
           WRITE STATEMENT-REPORT-REC FROM SL-SUBTITLE-LINE
               AFTER ADVANCING 1 LINE

           MOVE YR-LOAN-NO TO SL-OUT-LOAN-NO
           WRITE STATEMENT-REPORT-REC FROM SL-LOAN-LINE
               AFTER ADVANCING 3 LINES
           MOVE WS-ORIG-DATE TO SL-OUT-ORIG-DATE
           WRITE STATEMENT-REPORT-REC FROM SL-DATE-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'PRINCIPAL AT JANUARY 1' TO SL-OUT-LABEL
           MOVE YR-JAN1-BALANCE TO SL-OUT-AMOUNT
           WRITE STATEMENT-REPORT-REC FROM SL-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'MORTGAGE INTEREST PAID' TO SL-OUT-LABEL
           MOVE YR-INT-PAID TO SL-OUT-AMOUNT
           WRITE STATEMENT-REPORT-REC FROM SL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'PRINCIPAL PAID' TO SL-OUT-LABEL
           MOVE YR-PRIN-PAID TO SL-OUT-AMOUNT
           WRITE STATEMENT-REPORT-REC FROM SL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************************
      *  600-WRITE-FILING-RTN - Performed from 300-ONE-        *
      *              STATEMENT-RTN, writes the statement's     *
      *              detail record to the filing file          *
      **********************************************************
       600-WRITE-FILING-RTN.
           MOVE 'D' TO FL-RECORD-TYPE
           MOVE WS-TAX-YEAR TO FL-TAX-YEAR
           MOVE YR-LOAN-NO TO FL-LOAN-NO
           MOVE WS-ORIG-DATE TO FL-ORIG-DATE
           MOVE YR-JAN1-BALANCE TO FL-JAN1-BALANCE
           MOVE YR-INT-PAID TO FL-INT-PAID
           MOVE YR-PRIN-PAID TO FL-PRIN-PAID
           WRITE FILING-REC.

      ************************************************************
      *  700-END-PROGRAM-RTN - Closes the filing with its total  *
      *              record and prints the control page          *
      ************************************************************
       700-END-PROGRAM-RTN.
           MOVE 'T' TO FT-RECORD-TYPE
           MOVE WS-TAX-YEAR TO FT-TAX-YEAR
           MOVE WS-STATEMENT-CTR TO FT-STATEMENT-COUNT
           MOVE WS-TOTAL-INT TO FT-TOTAL-INT
           MOVE WS-TOTAL-PRIN TO FT-TOTAL-PRIN
           WRITE FILING-TOTAL-REC

           MOVE WS-TAX-YEAR TO CL-OUT-TAX-YEAR
           WRITE STATEMENT-REPORT-REC FROM CL-HEADING
               AFTER ADVANCING PAGE

           MOVE 'STATEMENTS PRINTED' TO CL-OUT-LABEL
           MOVE WS-STATEMENT-CTR TO CL-OUT-COUNT
           WRITE STATEMENT-REPORT-REC FROM CL-COUNT-LINE
               AFTER ADVANCING 3 LINES
           MOVE 'LOANS NOT ON PORTFOLIO' TO CL-OUT-LABEL
           MOVE WS-NO-PORTFOLIO-CTR TO CL-OUT-COUNT
           WRITE STATEMENT-REPORT-REC FROM CL-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL INTEREST REPORTED' TO CL-OUT-AMT-LABEL
           MOVE WS-TOTAL-INT TO CL-OUT-AMOUNT
           WRITE STATEMENT-REPORT-REC FROM CL-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'TOTAL PRINCIPAL REPORTED' TO CL-OUT-AMT-LABEL
           MOVE WS-TOTAL-PRIN TO CL-OUT-AMOUNT
           WRITE STATEMENT-REPORT-REC FROM CL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           WRITE STATEMENT-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

      **********************************************************
      *  800-INITIALIZATION-RTN - Opens the files.  With no    *
      *              yearly history yet, no payment has posted *
      *              and the run files an empty year.          *
      **********************************************************
       800-INITIALIZATION-RTN.
           OPEN INPUT PORTFOLIO-FILE
                OUTPUT STATEMENT-REPORT-FILE
                OUTPUT FILING-FILE.

           OPEN INPUT YEAR-HISTORY-FILE.
           IF NOT WS-YEAR-HIST-OK
               MOVE 'N' TO WS-YEAR-HIST-PRESENT
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR.

      **********************************************************
      *  810-READ-TAX-YEAR-RTN - Performed from 100-MAIN-      *
      *              MODULE, takes the tax year from           *
      *              PROJECT3Y.CTL, or the year before the run *
      *              date when the file or its year is missing *
      **********************************************************
       810-READ-TAX-YEAR-RTN.
           COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1.
           OPEN INPUT TAX-YEAR-CTL-FILE.
           IF WS-TAX-CTL-OK
               READ TAX-YEAR-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-TAX-YEAR IS NUMERIC
                          AND TC-TAX-YEAR > ZERO
                           MOVE TC-TAX-YEAR TO WS-TAX-YEAR
                       END-IF
               END-READ
               CLOSE TAX-YEAR-CTL-FILE
           END-IF.

      **********************************************************
      *  900-END-OF-JOB-RTN - Closes the files                 *
      **********************************************************
       900-END-OF-JOB-RTN.
           CLOSE PORTFOLIO-FILE
                 STATEMENT-REPORT-FILE
                 FILING-FILE.
           IF WS-YEAR-HIST-IS-PRESENT
               CLOSE YEAR-HISTORY-FILE
           END-IF.
