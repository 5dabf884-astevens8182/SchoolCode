      *              with annual subtotals - from the interest    *
      *              rate and term now carried on the input       *
      *              record, so quotes leave the shop finished.   *
      *                                                           *
      *  Each run books its originations on the shared GL         *
      *  interface GLPOST.DAT: the run's total loan amount as a   *
      *  debit to loans receivable (LN-RECV) and a credit to the  *
      *  cash paid out (LN-CASH), tagged with the run month and   *
      *  closed by a 'T' total record for GLBALNCE.  Accounts not *
      *  on GLCHART.CTL are held off the file, and a run month    *
      *  GLPERIOD.CTL shows closed posts nothing, the same as the *
      *  other feeders.                                           *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.

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

           SELECT PERIOD-STATUS-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLPERIOD.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           05  CT-TIER2-BASE           PIC 9(6).
           05  CT-TIER3-BASE           PIC 9(6).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-REC.
           COPY GLPOST.

       FD  CHART-FILE.
       01  CHART-REC.
           05  GC-ACCOUNT-CODE         PIC X(8).
           05  GC-DESCRIPTION          PIC X(30).
           05  GC-ACTIVE-FLAG          PIC X.

       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-REC.
           05  GP-PERIOD               PIC X(6).
           05  GP-STATUS               PIC X.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
           05  WS-PF-SCAN-DONE         PIC X        VALUE 'N'.
           05  WS-NEXT-LOAN-NO         PIC 9(6)     VALUE ZEROS.

           05  WS-ORIG-CTR             PIC 9(5)     VALUE ZEROS.
           05  WS-ORIG-TOTAL           PIC 9(9)V99  VALUE ZEROS.
           05  WS-GL-FILE-STATUS       PIC XX       VALUE ZEROS.
               88  WS-GL-FILE-OK                    VALUE '00'.
               88  WS-GL-FILE-DOES-NOT-EXIST        VALUE '35'.
           05  WS-GL-PERIOD            PIC X(6)     VALUE SPACES.
           05  WS-GL-ACCOUNT           PIC X(8)     VALUE SPACES.
           05  WS-GL-IDX               PIC 9        VALUE ZEROS.
           05  WS-CHART-FILE-STATUS    PIC XX       VALUE ZEROS.
               88  WS-CHART-FILE-OK                 VALUE '00'.
           05  WS-CHART-COUNT          PIC 999      VALUE ZEROS.
           05  WS-CHART-IDX            PIC 999      VALUE ZEROS.
           05  WS-CHART-MATCHED        PIC 999      VALUE ZEROS.
           05  WS-GL-REJECT-CTR        PIC 9(4)     VALUE ZEROS.
           05  WS-GL-POSTED-TOTAL      PIC 9(9)V99  VALUE ZEROS.
           05  WS-PERIOD-FILE-STATUS   PIC XX       VALUE ZEROS.
               88  WS-PERIOD-FILE-OK                VALUE '00'.
           05  WS-PERIOD-CLOSED        PIC X        VALUE 'N'.
               88  WS-PERIOD-IS-CLOSED              VALUE 'Y'.

      *    GL accounts the originations post to, each with its
      *    side: (1) loans receivable debited, (2) cash paid out
      *    credited - both for the run's total loan amount.
       01  WS-GL-ORIG-ACCOUNTS.
           05                          PIC X(9)     VALUE 'LN-RECV D'.
           05                          PIC X(9)     VALUE 'LN-CASH C'.
       01  WS-GL-ORIG-ACCT-TABLE REDEFINES WS-GL-ORIG-ACCOUNTS.
           05  WS-GL-ORIG-ENTRY        OCCURS 2 TIMES.
               10  WS-GL-ORIG-ACCT     PIC X(8).
               10  WS-GL-ORIG-SIDE     PIC X.

       01  WS-CHART-TABLE.
           05  WS-CHART-ENTRY          OCCURS 100 TIMES.
               10  WS-CHART-ACCOUNT    PIC X(8).
               10  WS-CHART-DESC       PIC X(30).
               10  WS-CHART-ACTIVE     PIC X.

       COPY LOANCTL.

       01  DL-LOAN-LINE.
           05                          PIC X(50)
              VALUE 'NO RATE/TERM ON RECORD - SCHEDULE NOT PRODUCED'.

       01  DL-GL-LINE.
           05                          PIC X(10)
              VALUE 'GL POSTED'.
           05  DL-OUT-GL-ACCOUNT       PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-GL-SIDE          PIC X(6).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-GL-AMOUNT        PIC $$$,$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(7)
              VALUE 'PERIOD'.
           05  DL-OUT-GL-PERIOD        PIC X(6).

       01  DL-GL-HELD-LINE.
           05                          PIC X(26)
              VALUE 'GL POSTING HELD - ACCOUNT'.
           05  DL-OUT-HELD-ACCOUNT     PIC X(8).
           05                          PIC X(18)
              VALUE '  NOT ON THE CHART'.

       01  DL-GL-CLOSED-LINE.
           05                          PIC X(26)
              VALUE 'GL POSTINGS HELD - PERIOD'.
           05  DL-OUT-CLOSED-PERIOD    PIC X(6).
           05                          PIC X(11)
              VALUE '  IS CLOSED'.

       01  DL-ORIG-TOTAL-LINE.
           05                          PIC X(20)
              VALUE 'LOANS ORIGINATED'.
           05  DL-OUT-ORIG-CTR         PIC ZZ,ZZ9.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(12)
              VALUE 'TOTAL AMOUNT'.
           05  DL-OUT-ORIG-TOTAL       PIC $$$,$$$,$$9.99.

       01  AUDIT-DETAIL-LINE.
           05  AUD-BORROW-AMOUNT       PIC $$$$$,$$9.
           05                          PIC X(2)     VALUE SPACES.
           END-IF

           WRITE PORTFOLIO-REC.
           ADD 1 TO WS-ORIG-CTR.
           ADD PF-LOAN-AMOUNT TO WS-ORIG-TOTAL.

      **********************************************************
      *  700-END-PROGRAM-RTN - Prints the loans originated and  *
      *              books them on the GL interface             *
      **********************************************************
       700-END-PROGRAM-RTN.
           MOVE SPACES TO LOAN-REPORT-REC
           WRITE LOAN-REPORT-REC AFTER ADVANCING 2 LINES.

           MOVE WS-ORIG-CTR TO DL-OUT-ORIG-CTR
           MOVE WS-ORIG-TOTAL TO DL-OUT-ORIG-TOTAL
           WRITE LOAN-REPORT-REC FROM DL-ORIG-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 750-POST-GL-RTN.

      **********************************************************
      *  750-POST-GL-RTN - Performed from 700-END-PROGRAM-RTN,  *
      *              debits loans receivable and credits cash   *
      *              for the run's total loan amount and closes *
      *              the batch with the job total record.  A    *
      *              closed run month posts nothing.            *
      **********************************************************
       750-POST-GL-RTN.
           IF WS-PERIOD-IS-CLOSED
               MOVE WS-GL-PERIOD TO DL-OUT-CLOSED-PERIOD
               WRITE LOAN-REPORT-REC FROM DL-GL-CLOSED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               OPEN EXTEND GL-POSTING-FILE
               IF WS-GL-FILE-DOES-NOT-EXIST
                   OPEN OUTPUT GL-POSTING-FILE
                   CLOSE GL-POSTING-FILE
                   OPEN EXTEND GL-POSTING-FILE
               END-IF

               PERFORM 755-POST-ONE-ACCOUNT-RTN
                   VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > 2

               MOVE 'TOTAL   ' TO GL-ACCOUNT-CODE
               MOVE WS-GL-PERIOD TO GL-PERIOD
               MOVE SPACE TO GL-DR-CR
               MOVE WS-GL-POSTED-TOTAL TO GL-AMOUNT
               MOVE 'PROJ3B  ' TO GL-SOURCE-JOB
               MOVE 'T' TO GL-RECORD-TYPE
               WRITE GL-POSTING-REC
               CLOSE GL-POSTING-FILE
           END-IF.

      **********************************************************
      *  755-POST-ONE-ACCOUNT-RTN - Performed from 750-POST-GL- *
      *              RTN, proves one account on the chart and   *
      *              writes its detail.  A run with no loans    *
      *              writes no details.                         *
      **********************************************************
       755-POST-ONE-ACCOUNT-RTN.
           IF WS-ORIG-TOTAL > ZERO
               MOVE WS-GL-ORIG-ACCT (WS-GL-IDX) TO WS-GL-ACCOUNT
               PERFORM 760-CHECK-CHART-RTN
      *        An account not on the chart is held off the file and
      *        left out of the control total, so GLBALNCE still
      *        proves what was posted.
               IF WS-CHART-COUNT > ZERO AND WS-CHART-MATCHED = ZERO
                   MOVE WS-GL-ACCOUNT TO DL-OUT-HELD-ACCOUNT
                   WRITE LOAN-REPORT-REC FROM DL-GL-HELD-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-GL-REJECT-CTR
               ELSE
                   MOVE WS-GL-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE WS-GL-PERIOD TO GL-PERIOD
                   MOVE WS-GL-ORIG-SIDE (WS-GL-IDX) TO GL-DR-CR
                   MOVE WS-ORIG-TOTAL TO GL-AMOUNT
                   MOVE 'PROJ3B  ' TO GL-SOURCE-JOB
                   MOVE 'D' TO GL-RECORD-TYPE
                   WRITE GL-POSTING-REC
                   ADD WS-ORIG-TOTAL TO WS-GL-POSTED-TOTAL

                   MOVE GL-ACCOUNT-CODE TO DL-OUT-GL-ACCOUNT
                   IF GL-IS-DEBIT
                       MOVE 'DEBIT' TO DL-OUT-GL-SIDE
                   ELSE
                       MOVE 'CREDIT' TO DL-OUT-GL-SIDE
                   END-IF
                   MOVE GL-AMOUNT TO DL-OUT-GL-AMOUNT
                   MOVE GL-PERIOD TO DL-OUT-GL-PERIOD
                   WRITE LOAN-REPORT-REC FROM DL-GL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

      **********************************************************
      *  760-CHECK-CHART-RTN - Performed from 755-POST-ONE-     *
      *              ACCOUNT-RTN, looks the account up in the   *
      *              chart table.  An empty table validates     *
      *              nothing.                                   *
      **********************************************************
       760-CHECK-CHART-RTN.
           MOVE ZEROS TO WS-CHART-MATCHED.
           PERFORM 765-CHECK-ONE-ACCOUNT-RTN
               VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
                     OR WS-CHART-MATCHED > ZERO.

      **********************************************************
      *  765-CHECK-ONE-ACCOUNT-RTN - Performed from 760-CHECK-  *
      *              CHART-RTN, compares the account to one     *
      *              active chart entry                         *
      **********************************************************
       765-CHECK-ONE-ACCOUNT-RTN.
           IF WS-GL-ACCOUNT = WS-CHART-ACCOUNT (WS-CHART-IDX)
              AND WS-CHART-ACTIVE (WS-CHART-IDX) = 'A'
               MOVE WS-CHART-IDX TO WS-CHART-MATCHED
           END-IF.

      **********************************************************
      *  800-INITIALIZATION-RTN - Opens the files               *
      **********************************************************
                OUTPUT AMORT-REPORT-FILE.
           PERFORM 805-OPEN-AUDIT-FILE-RTN.
           PERFORM 807-OPEN-PORTFOLIO-FILE-RTN.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-GL-PERIOD.
           PERFORM 860-LOAD-CHART-RTN.
           PERFORM 870-CHECK-PERIOD-STATUS-RTN.

      **********************************************************
      *  807-OPEN-PORTFOLIO-FILE-RTN - Opens the portfolio      *
               CLOSE LOAN-LIMIT-FILE
           END-IF.

      **********************************************************
      *  860-LOAD-CHART-RTN - Performed from 800-INITIALIZATION-*
      *              RTN.  Loads GLCHART.CTL into WS-CHART-     *
      *              TABLE.  A missing or empty file leaves the *
      *              table at zero entries and every account    *
      *              passes.                                    *
      **********************************************************
       860-LOAD-CHART-RTN.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-FILE-OK
               PERFORM UNTIL WS-CHART-FILE-STATUS = '10'
                       OR WS-CHART-COUNT = 100
                   READ CHART-FILE
                       AT END
                           CONTINUE
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
      *  870-CHECK-PERIOD-STATUS-RTN - Performed from 800-      *
      *              INITIALIZATION-RTN.  Marks the run month   *
      *              closed when GLPERIOD.CTL shows finance has *
      *              taken it.  A missing file leaves every     *
      *              period open.                               *
      **********************************************************
       870-CHECK-PERIOD-STATUS-RTN.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF WS-PERIOD-FILE-OK
               PERFORM UNTIL WS-PERIOD-FILE-STATUS = '10'
                   READ PERIOD-STATUS-FILE
                       AT END
                           MOVE '10' TO WS-PERIOD-FILE-STATUS
                       NOT AT END
                           IF GP-PERIOD = WS-GL-PERIOD
                              AND GP-STATUS = 'C'
                               MOVE 'Y' TO WS-PERIOD-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           END-IF.

      **********************************************************
      *  900-END-OF-JOB-RTN - Closes the files                  *
      **********************************************************
