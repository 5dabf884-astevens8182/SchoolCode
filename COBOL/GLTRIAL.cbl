       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTRIAL.
      ************************************************************
      *  GLTRIAL  -  General-ledger trial balance and account    *
      *              activity report.  GLTRIAL.CTL names one     *
      *              GL-PERIOD (YYYYMM); every detail posting    *
      *              the GLPOST.CPY feeders wrote to the shared  *
      *              GLPOST.DAT for that period is sorted by     *
      *              account and source job.  The trial balance  *
      *              prints one line per account - the chart-of- *
      *              accounts description from GLCHART.CTL,      *
      *              total debits, total credits and net - and   *
      *              the grand totals are flagged when debits do *
      *              not equal credits.  The account activity    *
      *              section then lists every detail behind each *
      *              account, grouped by source job with its     *
      *              record number on GLPOST.DAT, so any figure  *
      *              can be traced back to the CH10PPB, PROJECT2 *
      *              or other run that posted it.  The same      *
      *              trial balance goes to finance comma-        *
      *              delimited in GLTRIAL.CSV for the ledger     *
      *              upload.  Control total records are proved   *
      *              by GLBALNCE and are not listed here.        *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-CTL-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLTRIAL.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIAL-CTL-STATUS.

           SELECT GL-POSTING-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT CHART-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLCHART.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLTRIAL.SRT'.

           SELECT SORTED-POSTING-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLTRIAL.WRK'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIAL-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLTRIAL.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRIAL-CSV-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLTRIAL.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TRIAL-CTL-FILE.
       01  TRIAL-CTL-REC               PIC X(6).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-REC.
           COPY GLPOST.

       FD  CHART-FILE.
       01  CHART-REC.
           05  GC-ACCOUNT-CODE         PIC X(8).
           05  GC-DESCRIPTION          PIC X(30).
           05  GC-ACTIVE-FLAG          PIC X.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  SORT-WORK-REC.
           05  SW-ACCOUNT-CODE         PIC X(8).
           05  SW-PERIOD               PIC X(6).
           05  SW-DR-CR                PIC X.
           05  SW-AMOUNT               PIC 9(9)V99.
           05  SW-SOURCE-JOB           PIC X(8).
           05  SW-RECORD-TYPE          PIC X.
           05  SW-RECORD-NO            PIC 9(6).

       FD  SORTED-POSTING-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  SORTED-POSTING-REC.
           05  ST-ACCOUNT-CODE         PIC X(8).
           05  ST-PERIOD               PIC X(6).
           05  ST-DR-CR                PIC X.
               88  ST-IS-DEBIT             VALUE 'D'.
               88  ST-IS-CREDIT            VALUE 'C'.
           05  ST-AMOUNT               PIC 9(9)V99.
           05  ST-SOURCE-JOB           PIC X(8).
           05  ST-RECORD-TYPE          PIC X.
           05  ST-RECORD-NO            PIC 9(6).

       FD  TRIAL-REPORT-FILE.
       01  TRIAL-REPORT-REC            PIC X(80).

       FD  TRIAL-CSV-FILE.
       01  TRIAL-CSV-REC               PIC X(92).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-TRIAL-CTL-STATUS     PIC XX       VALUE ZEROS.
               88  WS-TRIAL-CTL-OK                  VALUE '00'.
           05  WS-GL-FILE-STATUS       PIC XX       VALUE ZEROS.
               88  WS-GL-FILE-OK                    VALUE '00'.
           05  WS-CHART-FILE-STATUS    PIC XX       VALUE ZEROS.
               88  WS-CHART-FILE-OK                 VALUE '00'.

           05  WS-TRIAL-PERIOD         PIC X(6)     VALUE SPACES.
           05  WS-POSTING-FILE-FOUND   PIC X        VALUE 'N'.

           05  WS-CHART-COUNT          PIC 999      VALUE ZEROS.
           05  WS-CHART-IDX            PIC 999      VALUE ZEROS.
           05  WS-CHART-MATCHED        PIC 999      VALUE ZEROS.
           05  WS-ACCOUNT-DESC         PIC X(30)    VALUE SPACES.

           05  WS-FIRST-RECORD         PIC X        VALUE 'Y'.
           05  WS-PREV-ACCOUNT         PIC X(8)     VALUE SPACES.
           05  WS-PREV-JOB             PIC X(8)     VALUE SPACES.
           05  WS-REPORT-SECTION       PIC X        VALUE 'T'.
               88  WS-IN-TRIAL-BALANCE              VALUE 'T'.
               88  WS-IN-ACCOUNT-ACTIVITY           VALUE 'A'.

           05  WS-LINE-CTR             PIC 99       VALUE 99.
           05  WS-PAGE-CTR             PIC 9(3)     VALUE ZEROS.

           05  WS-RECORDS-READ-CTR     PIC 9(6)     VALUE ZEROS.
           05  WS-PERIOD-DETAIL-CTR    PIC 9(5)     VALUE ZEROS.
           05  WS-ACCOUNT-CTR          PIC 9(5)     VALUE ZEROS.
           05  WS-NOT-ON-CHART-CTR     PIC 9(5)     VALUE ZEROS.
           05  WS-BAD-DR-CR-CTR        PIC 9(5)     VALUE ZEROS.

       01  WS-TOTAL-AREAS.
           05  WS-ACCOUNT-DEBITS       PIC 9(11)V99 VALUE ZEROS.
           05  WS-ACCOUNT-CREDITS      PIC 9(11)V99 VALUE ZEROS.
           05  WS-ACCOUNT-NET          PIC S9(11)V99
                                                    VALUE ZEROS.
           05  WS-JOB-DEBITS           PIC 9(11)V99 VALUE ZEROS.
           05  WS-JOB-CREDITS          PIC 9(11)V99 VALUE ZEROS.
           05  WS-GRAND-DEBITS         PIC 9(11)V99 VALUE ZEROS.
           05  WS-GRAND-CREDITS        PIC 9(11)V99 VALUE ZEROS.
           05  WS-GRAND-NET            PIC S9(11)V99
                                                    VALUE ZEROS.

       01  WS-CHART-TABLE.
           05  WS-CHART-ENTRY          OCCURS 100 TIMES.
               10  WS-CHART-ACCOUNT    PIC X(8).
               10  WS-CHART-DESC       PIC X(30).
               10  WS-CHART-ACTIVE     PIC X.

       01  HL-HEADING1.
           05                          PIC X(15)    VALUE SPACES.
           05                          PIC X(30)
              VALUE 'GL TRIAL BALANCE - PERIOD'.
           05  HL-OUT-PERIOD           PIC X(6).
           05                          PIC X(18)    VALUE SPACES.
           05                          PIC X(5)     VALUE 'PAGE '.
           05  HL-OUT-PAGE             PIC ZZ9.

       01  HL-TRIAL-HEADING2.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(9)
               VALUE 'ACCOUNT'.
           05                          PIC X(23)
               VALUE 'DESCRIPTION'.
           05                          PIC X(15)
               VALUE '        DEBITS'.
           05                          PIC X(15)
               VALUE '       CREDITS'.
           05                          PIC X(15)
               VALUE '            NET'.

       01  HL-ACTIVITY-HEADING2.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(31)
               VALUE 'ACCOUNT ACTIVITY'.
           05                          PIC X(10)
               VALUE 'RECORD NO'.
           05                          PIC X(7)
               VALUE ' DR/CR'.
           05                          PIC X(15)
               VALUE '         DEBITS'.
           05                          PIC X(15)
               VALUE '        CREDITS'.

       01  DL-TRIAL-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-ACCOUNT          PIC X(8).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-DESC             PIC X(22).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-DEBITS           PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-CREDITS          PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-NET              PIC ZZZ,ZZZ,ZZ9.99-.

       01  DL-GRAND-TOTAL-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(32)
               VALUE 'GRAND TOTALS'.
           05  DL-OUT-GRAND-DEBITS     PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-GRAND-CREDITS    PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-GRAND-NET        PIC ZZZ,ZZZ,ZZ9.99-.

       01  DL-RESULT-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RESULT           PIC X(60).

       01  DL-ACCOUNT-HEAD-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(8)     VALUE 'ACCOUNT '.
           05  DL-OUT-HEAD-ACCOUNT     PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-HEAD-DESC        PIC X(30).

       01  DL-ACTIVITY-LINE.
           05                          PIC X(6)     VALUE SPACES.
           05  DL-OUT-JOB              PIC X(8).
           05                          PIC X(20)    VALUE SPACES.
           05  DL-OUT-RECORD-NO        PIC ZZZ,ZZ9.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-DR-CR            PIC X(6).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-ACT-DEBIT        PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-ACT-CREDIT       PIC ZZZ,ZZZ,ZZ9.99.

       01  DL-SUBTOTAL-LINE.
           05                          PIC X(6)     VALUE SPACES.
           05  DL-OUT-SUB-LABEL        PIC X(8).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-SUB-NAME         PIC X(8).
           05                          PIC X(21)    VALUE SPACES.
           05  DL-OUT-SUB-FLAG         PIC X(6).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-SUB-DEBITS       PIC ZZZ,ZZZ,ZZ9.99.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-SUB-CREDITS      PIC ZZZ,ZZZ,ZZ9.99.

       01  DL-COUNT-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(26).
           05  DL-OUT-COUNT            PIC ZZZ,ZZ9.

       01  HL-HEADING-FINAL.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(13)
              VALUE 'END OF REPORT'.

       01  CL-CSV-HEADER               PIC X(45)
              VALUE 'PERIOD,ACCOUNT,DESCRIPTION,DEBITS,CREDITS,NET'.

       01  CL-CSV-DETAIL.
           05  CL-PERIOD               PIC X(6).
           05  FILLER                  PIC X        VALUE ','.
           05  CL-ACCOUNT              PIC X(8).
           05  FILLER                  PIC X        VALUE ','.
           05  CL-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X        VALUE ','.
           05  CL-DEBITS               PIC 9(11).99.
           05  FILLER                  PIC X        VALUE ','.
           05  CL-CREDITS              PIC 9(11).99.
           05  FILLER                  PIC X        VALUE ','.
           05  CL-NET                  PIC -9(11).99.
      *
       PROCEDURE DIVISION.
      **********************************************************
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           OPEN OUTPUT TRIAL-REPORT-FILE.

           PERFORM 200-READ-TRIAL-PERIOD-RTN.
           MOVE WS-TRIAL-PERIOD TO HL-OUT-PERIOD.

           IF WS-TRIAL-PERIOD = SPACES
               PERFORM 300-HEADING-RTN
               MOVE 'NO PERIOD NAMED IN GLTRIAL.CTL - NOTHING DONE'
                   TO DL-OUT-RESULT
               WRITE TRIAL-REPORT-REC FROM DL-RESULT-LINE
               DISPLAY 'GLTRIAL  NO PERIOD NAMED - NOTHING DONE'
           ELSE
               PERFORM 150-LOAD-CHART-RTN
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-ACCOUNT-CODE
                                    SW-SOURCE-JOB
                                    SW-RECORD-NO
                   INPUT PROCEDURE IS 250-SELECT-INPUT-RTN
                   GIVING SORTED-POSTING-FILE
               PERFORM 400-TRIAL-BALANCE-RTN
               PERFORM 600-ACCOUNT-ACTIVITY-RTN
               PERFORM 700-END-PROGRAM-RTN
           END-IF.

           CLOSE TRIAL-REPORT-FILE.
           STOP RUN.

      **********************************************************
      *  150-LOAD-CHART-RTN - Performed from 100-MAIN-MODULE,  *
      *              loads the shared chart-of-accounts        *
      *              control file GLCHART.CTL so each account  *
      *              carries its description and one the       *
      *              chart does not carry is flagged.  A       *
      *              missing or empty file leaves the table at *
      *              zero entries.                             *
      **********************************************************
       150-LOAD-CHART-RTN.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-FILE-OK
               PERFORM UNTIL WS-CHART-FILE-STATUS = '10'
                       OR WS-CHART-COUNT = 100
                   READ CHART-FILE
                       AT END
                           MOVE '10' TO WS-CHART-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CHART-COUNT
                           MOVE GC-ACCOUNT-CODE TO
                               WS-CHART-ACCOUNT (WS-CHART-COUNT)
                           MOVE GC-DESCRIPTION TO
                               WS-CHART-DESC (WS-CHART-COUNT)
                           MOVE GC-ACTIVE-FLAG TO
                               WS-CHART-ACTIVE (WS-CHART-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

      **********************************************************
      *  200-READ-TRIAL-PERIOD-RTN - Reads the period to       *
      *              report from GLTRIAL.CTL                   *
      **********************************************************
       200-READ-TRIAL-PERIOD-RTN.
           OPEN INPUT TRIAL-CTL-FILE.
           IF WS-TRIAL-CTL-OK
               READ TRIAL-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TRIAL-CTL-REC TO WS-TRIAL-PERIOD
               END-READ
               CLOSE TRIAL-CTL-FILE
           END-IF.

      **********************************************************
      *  250-SELECT-INPUT-RTN - SORT input procedure.  Reads   *
      *              the shared posting file, numbering every  *
      *              record in file order, and releases to the *
      *              sort only the details for the period      *
      *              being reported.  A missing posting file   *
      *              releases nothing.                         *
      **********************************************************
       250-SELECT-INPUT-RTN.
           OPEN INPUT GL-POSTING-FILE.
           IF WS-GL-FILE-OK
               MOVE 'Y' TO WS-POSTING-FILE-FOUND
               PERFORM UNTIL NO-MORE-RECORDS
                   READ GL-POSTING-FILE
                      AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                         PERFORM 260-RELEASE-ONE-RTN
                   END-READ
               END-PERFORM
               CLOSE GL-POSTING-FILE
           END-IF.

      **********************************************************
      *  260-RELEASE-ONE-RTN - Performed from 250-SELECT-      *
      *              INPUT-RTN, releases one posting to the    *
      *              sort if it is a detail for the period     *
      **********************************************************
       260-RELEASE-ONE-RTN.
           ADD 1 TO WS-RECORDS-READ-CTR.
           IF GL-IS-DETAIL AND GL-PERIOD = WS-TRIAL-PERIOD
               MOVE GL-ACCOUNT-CODE TO SW-ACCOUNT-CODE
               MOVE GL-PERIOD TO SW-PERIOD
               MOVE GL-DR-CR TO SW-DR-CR
               MOVE GL-AMOUNT TO SW-AMOUNT
               MOVE GL-SOURCE-JOB TO SW-SOURCE-JOB
               MOVE GL-RECORD-TYPE TO SW-RECORD-TYPE
               MOVE WS-RECORDS-READ-CTR TO SW-RECORD-NO
               ADD 1 TO WS-PERIOD-DETAIL-CTR
               RELEASE SORT-WORK-REC
           END-IF.

      **********************************************************
      *  300-HEADING-RTN - Prints the page headings, with the  *
      *              column line for the section being printed *
      **********************************************************
       300-HEADING-RTN.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO HL-OUT-PAGE.
           WRITE TRIAL-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE.
           IF WS-IN-ACCOUNT-ACTIVITY
               WRITE TRIAL-REPORT-REC FROM HL-ACTIVITY-HEADING2
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE TRIAL-REPORT-REC FROM HL-TRIAL-HEADING2
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE SPACES TO TRIAL-REPORT-REC.
           WRITE TRIAL-REPORT-REC.
           MOVE ZEROS TO WS-LINE-CTR.

      **********************************************************
      *  400-TRIAL-BALANCE-RTN - Performed from 100-MAIN-      *
      *              MODULE, reads the sorted details and      *
      *              prints one trial balance line (and one    *
      *              CSV line) per account, then the grand     *
      *              totals and whether they balance           *
      **********************************************************
       400-TRIAL-BALANCE-RTN.
           MOVE 'T' TO WS-REPORT-SECTION.
           PERFORM 300-HEADING-RTN.

           OPEN INPUT SORTED-POSTING-FILE
                OUTPUT TRIAL-CSV-FILE.
           WRITE TRIAL-CSV-REC FROM CL-CSV-HEADER.

           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
           MOVE 'Y' TO WS-FIRST-RECORD.
           PERFORM UNTIL NO-MORE-RECORDS
               READ SORTED-POSTING-FILE
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     PERFORM 420-TALLY-TRIAL-DETAIL-RTN
               END-READ
           END-PERFORM.

           IF WS-FIRST-RECORD = 'N'
               PERFORM 440-PRINT-TRIAL-LINE-RTN
           END-IF.

           CLOSE SORTED-POSTING-FILE
                 TRIAL-CSV-FILE.

           PERFORM 480-PRINT-GRAND-TOTAL-RTN.

      **********************************************************
      *  420-TALLY-TRIAL-DETAIL-RTN - Performed from 400-      *
      *              TRIAL-BALANCE-RTN, prints the previous    *
      *              account's line when the account changes   *
      *              and rolls the detail into its account's   *
      *              debits or credits.  A detail carrying     *
      *              neither D nor C is left out of the totals *
      *              and flagged in the activity section.      *
      **********************************************************
       420-TALLY-TRIAL-DETAIL-RTN.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               MOVE ST-ACCOUNT-CODE TO WS-PREV-ACCOUNT
           ELSE
               IF ST-ACCOUNT-CODE NOT = WS-PREV-ACCOUNT
                   PERFORM 440-PRINT-TRIAL-LINE-RTN
                   MOVE ST-ACCOUNT-CODE TO WS-PREV-ACCOUNT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN ST-IS-DEBIT
                   ADD ST-AMOUNT TO WS-ACCOUNT-DEBITS
               WHEN ST-IS-CREDIT
                   ADD ST-AMOUNT TO WS-ACCOUNT-CREDITS
               WHEN OTHER
                   ADD 1 TO WS-BAD-DR-CR-CTR
           END-EVALUATE.

      **********************************************************
      *  440-PRINT-TRIAL-LINE-RTN - Performed from 400- and    *
      *              420-, prints and writes to the CSV one    *
      *              account's debits, credits and net, rolls  *
      *              them into the grand totals and clears the *
      *              account totals                            *
      **********************************************************
       440-PRINT-TRIAL-LINE-RTN.
           PERFORM 460-FIND-ACCOUNT-RTN.
           IF WS-CHART-MATCHED = ZERO AND WS-CHART-COUNT > ZERO
               ADD 1 TO WS-NOT-ON-CHART-CTR
           END-IF.
           ADD 1 TO WS-ACCOUNT-CTR.

           SUBTRACT WS-ACCOUNT-CREDITS FROM WS-ACCOUNT-DEBITS
               GIVING WS-ACCOUNT-NET.
           ADD WS-ACCOUNT-DEBITS TO WS-GRAND-DEBITS.
           ADD WS-ACCOUNT-CREDITS TO WS-GRAND-CREDITS.

           IF WS-LINE-CTR > 50
               PERFORM 300-HEADING-RTN
           END-IF.
           MOVE WS-PREV-ACCOUNT TO DL-OUT-ACCOUNT.
           MOVE WS-ACCOUNT-DESC TO DL-OUT-DESC.
           MOVE WS-ACCOUNT-DEBITS TO DL-OUT-DEBITS.
           MOVE WS-ACCOUNT-CREDITS TO DL-OUT-CREDITS.
           MOVE WS-ACCOUNT-NET TO DL-OUT-NET.
           WRITE TRIAL-REPORT-REC FROM DL-TRIAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CTR.

           MOVE WS-TRIAL-PERIOD TO CL-PERIOD.
           MOVE WS-PREV-ACCOUNT TO CL-ACCOUNT.
           MOVE WS-ACCOUNT-DESC TO CL-DESCRIPTION.
           MOVE WS-ACCOUNT-DEBITS TO CL-DEBITS.
           MOVE WS-ACCOUNT-CREDITS TO CL-CREDITS.
           MOVE WS-ACCOUNT-NET TO CL-NET.
           WRITE TRIAL-CSV-REC FROM CL-CSV-DETAIL.

           MOVE ZEROS TO WS-ACCOUNT-DEBITS
                         WS-ACCOUNT-CREDITS
                         WS-ACCOUNT-NET.

      **********************************************************
      *  460-FIND-ACCOUNT-RTN - Looks WS-PREV-ACCOUNT up in    *
      *              the chart table and sets WS-ACCOUNT-DESC  *
      *              to its description, or to a flag when the *
      *              chart does not carry it.  An empty chart  *
      *              table leaves the description blank.       *
      **********************************************************
       460-FIND-ACCOUNT-RTN.
           MOVE ZEROS TO WS-CHART-MATCHED.
           MOVE SPACES TO WS-ACCOUNT-DESC.
           IF WS-CHART-COUNT > ZERO
               PERFORM 470-CHECK-ONE-ACCOUNT-RTN
                   VARYING WS-CHART-IDX FROM 1 BY 1
                   UNTIL WS-CHART-IDX > WS-CHART-COUNT
                         OR WS-CHART-MATCHED > ZERO
               IF WS-CHART-MATCHED > ZERO
                   MOVE WS-CHART-DESC (WS-CHART-MATCHED)
                       TO WS-ACCOUNT-DESC
               ELSE
                   MOVE '*NOT ON CHART' TO WS-ACCOUNT-DESC
               END-IF
           END-IF.

      **********************************************************
      *  470-CHECK-ONE-ACCOUNT-RTN - Performed from 460-FIND-  *
      *              ACCOUNT-RTN, compares the account to one  *
      *              chart entry                               *
      **********************************************************
       470-CHECK-ONE-ACCOUNT-RTN.
           IF WS-PREV-ACCOUNT = WS-CHART-ACCOUNT (WS-CHART-IDX)
               MOVE WS-CHART-IDX TO WS-CHART-MATCHED
           END-IF.

      **********************************************************
      *  480-PRINT-GRAND-TOTAL-RTN - Performed from 400-TRIAL- *
      *              BALANCE-RTN, prints the grand totals and  *
      *              flags the run when total debits do not    *
      *              equal total credits                       *
      **********************************************************
       480-PRINT-GRAND-TOTAL-RTN.
           IF WS-FIRST-RECORD = 'Y'
               IF WS-POSTING-FILE-FOUND = 'Y'
                   MOVE 'NO DETAILS POSTED FOR THIS PERIOD'
                       TO DL-OUT-RESULT
               ELSE
                   MOVE 'NO POSTING FILE TO REPORT'
                       TO DL-OUT-RESULT
               END-IF
               WRITE TRIAL-REPORT-REC FROM DL-RESULT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           SUBTRACT WS-GRAND-CREDITS FROM WS-GRAND-DEBITS
               GIVING WS-GRAND-NET.
           MOVE WS-GRAND-DEBITS TO DL-OUT-GRAND-DEBITS.
           MOVE WS-GRAND-CREDITS TO DL-OUT-GRAND-CREDITS.
           MOVE WS-GRAND-NET TO DL-OUT-GRAND-NET.
           WRITE TRIAL-REPORT-REC FROM DL-GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-GRAND-DEBITS = WS-GRAND-CREDITS
               MOVE 'IN BALANCE' TO DL-OUT-RESULT
           ELSE
               MOVE '*** DEBITS DO NOT EQUAL CREDITS ***'
                   TO DL-OUT-RESULT
               DISPLAY 'GLTRIAL  PERIOD ' WS-TRIAL-PERIOD
                   ' DEBITS DO NOT EQUAL CREDITS'
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE TRIAL-REPORT-REC FROM DL-RESULT-LINE
               AFTER ADVANCING 2 LINES.

      **********************************************************
      *  600-ACCOUNT-ACTIVITY-RTN - Performed from 100-MAIN-   *
      *              MODULE, reads the sorted details a second *
      *              time and lists every one under its        *
      *              account and source job, with a subtotal   *
      *              per source job and per account            *
      **********************************************************
       600-ACCOUNT-ACTIVITY-RTN.
           MOVE 'A' TO WS-REPORT-SECTION.
           PERFORM 300-HEADING-RTN.

           OPEN INPUT SORTED-POSTING-FILE.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
           MOVE 'Y' TO WS-FIRST-RECORD.
           PERFORM UNTIL NO-MORE-RECORDS
               READ SORTED-POSTING-FILE
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     PERFORM 620-LIST-ONE-DETAIL-RTN
               END-READ
           END-PERFORM.
           CLOSE SORTED-POSTING-FILE.

           IF WS-FIRST-RECORD = 'N'
               PERFORM 660-PRINT-JOB-TOTAL-RTN
               PERFORM 670-PRINT-ACCOUNT-TOTAL-RTN
           END-IF.

      **********************************************************
      *  620-LIST-ONE-DETAIL-RTN - Performed from 600-ACCOUNT- *
      *              ACTIVITY-RTN, closes off the previous     *
      *              source job and account on a change, then  *
      *              prints the detail with its GLPOST.DAT     *
      *              record number                             *
      **********************************************************
       620-LIST-ONE-DETAIL-RTN.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               PERFORM 640-START-ACCOUNT-RTN
           ELSE
               IF ST-ACCOUNT-CODE NOT = WS-PREV-ACCOUNT
                   PERFORM 660-PRINT-JOB-TOTAL-RTN
                   PERFORM 670-PRINT-ACCOUNT-TOTAL-RTN
                   PERFORM 640-START-ACCOUNT-RTN
               ELSE
                   IF ST-SOURCE-JOB NOT = WS-PREV-JOB
                       PERFORM 660-PRINT-JOB-TOTAL-RTN
                       MOVE ST-SOURCE-JOB TO WS-PREV-JOB
                   END-IF
               END-IF
           END-IF.

           IF WS-LINE-CTR > 50
               PERFORM 300-HEADING-RTN
           END-IF.
           MOVE ST-SOURCE-JOB TO DL-OUT-JOB.
           MOVE ST-RECORD-NO TO DL-OUT-RECORD-NO.
           MOVE ZEROS TO DL-OUT-ACT-DEBIT
                         DL-OUT-ACT-CREDIT.
           EVALUATE TRUE
               WHEN ST-IS-DEBIT
                   MOVE 'DEBIT' TO DL-OUT-DR-CR
                   MOVE ST-AMOUNT TO DL-OUT-ACT-DEBIT
                   ADD ST-AMOUNT TO WS-JOB-DEBITS
                                    WS-ACCOUNT-DEBITS
               WHEN ST-IS-CREDIT
                   MOVE 'CREDIT' TO DL-OUT-DR-CR
                   MOVE ST-AMOUNT TO DL-OUT-ACT-CREDIT
                   ADD ST-AMOUNT TO WS-JOB-CREDITS
                                    WS-ACCOUNT-CREDITS
               WHEN OTHER
                   MOVE '*DR/CR' TO DL-OUT-DR-CR
                   MOVE ST-AMOUNT TO DL-OUT-ACT-DEBIT
           END-EVALUATE.
           WRITE TRIAL-REPORT-REC FROM DL-ACTIVITY-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CTR.

      **********************************************************
      *  640-START-ACCOUNT-RTN - Performed from 620-LIST-ONE-  *
      *              DETAIL-RTN, prints the account heading    *
      *              with its chart description                *
      **********************************************************
       640-START-ACCOUNT-RTN.
           MOVE ST-ACCOUNT-CODE TO WS-PREV-ACCOUNT.
           MOVE ST-SOURCE-JOB TO WS-PREV-JOB.
           PERFORM 460-FIND-ACCOUNT-RTN.

           IF WS-LINE-CTR > 47
               PERFORM 300-HEADING-RTN
           END-IF.
           MOVE WS-PREV-ACCOUNT TO DL-OUT-HEAD-ACCOUNT.
           MOVE WS-ACCOUNT-DESC TO DL-OUT-HEAD-DESC.
           WRITE TRIAL-REPORT-REC FROM DL-ACCOUNT-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-CTR.

      **********************************************************
      *  660-PRINT-JOB-TOTAL-RTN - Performed from 600- and     *
      *              620-, prints one source job's subtotal    *
      *              within the account and clears it          *
      **********************************************************
       660-PRINT-JOB-TOTAL-RTN.
           IF WS-LINE-CTR > 50
               PERFORM 300-HEADING-RTN
           END-IF.
           MOVE 'TOTAL' TO DL-OUT-SUB-LABEL.
           MOVE WS-PREV-JOB TO DL-OUT-SUB-NAME.
           MOVE SPACES TO DL-OUT-SUB-FLAG.
           MOVE WS-JOB-DEBITS TO DL-OUT-SUB-DEBITS.
           MOVE WS-JOB-CREDITS TO DL-OUT-SUB-CREDITS.
           WRITE TRIAL-REPORT-REC FROM DL-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CTR.

           MOVE ZEROS TO WS-JOB-DEBITS
                         WS-JOB-CREDITS.

      **********************************************************
      *  670-PRINT-ACCOUNT-TOTAL-RTN - Performed from 600- and *
      *              620-, prints the account total, which     *
      *              ties to its trial balance line, and       *
      *              clears it                                 *
      **********************************************************
       670-PRINT-ACCOUNT-TOTAL-RTN.
           IF WS-LINE-CTR > 50
               PERFORM 300-HEADING-RTN
           END-IF.
           MOVE 'ACCOUNT' TO DL-OUT-SUB-LABEL.
           MOVE WS-PREV-ACCOUNT TO DL-OUT-SUB-NAME.
           MOVE 'TOTAL' TO DL-OUT-SUB-FLAG.
           MOVE WS-ACCOUNT-DEBITS TO DL-OUT-SUB-DEBITS.
           MOVE WS-ACCOUNT-CREDITS TO DL-OUT-SUB-CREDITS.
           WRITE TRIAL-REPORT-REC FROM DL-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CTR.

           MOVE ZEROS TO WS-ACCOUNT-DEBITS
                         WS-ACCOUNT-CREDITS.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the record counts          *
      ************************************************************
       700-END-PROGRAM-RTN.
           MOVE SPACES TO TRIAL-REPORT-REC
           WRITE TRIAL-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'POSTING RECORDS READ      ' TO DL-OUT-LABEL
           MOVE WS-RECORDS-READ-CTR TO DL-OUT-COUNT
           WRITE TRIAL-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'DETAILS FOR THE PERIOD    ' TO DL-OUT-LABEL
           MOVE WS-PERIOD-DETAIL-CTR TO DL-OUT-COUNT
           WRITE TRIAL-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'ACCOUNTS ON TRIAL BALANCE ' TO DL-OUT-LABEL
           MOVE WS-ACCOUNT-CTR TO DL-OUT-COUNT
           WRITE TRIAL-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'ACCOUNTS NOT ON CHART     ' TO DL-OUT-LABEL
           MOVE WS-NOT-ON-CHART-CTR TO DL-OUT-COUNT
           WRITE TRIAL-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'DETAILS WITH NO DR/CR     ' TO DL-OUT-LABEL
           MOVE WS-BAD-DR-CR-CTR TO DL-OUT-COUNT
           WRITE TRIAL-REPORT-REC FROM DL-COUNT-LINE

           WRITE TRIAL-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.
