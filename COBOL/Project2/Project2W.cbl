       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT2W.
      ************************************************************
      *  PROJECT2W  -  Bad-debt write-off run.  Reads the list   *
      *              of customer numbers a supervisor has        *
      *              approved for write-off (normally taken off  *
      *              PROJECT2G's CH0601DC.RPT refer-to-          *
      *              collections list) and, for each account     *
      *              still owing money, appends a type W write-  *
      *              off transaction for the whole balance to    *
      *              the raw transaction file CH0601.DAT, marks  *
      *              the account written off on the balance      *
      *              master and records it on the write-off      *
      *              history CH0601WH.DAT.  The next PROJECT2    *
      *              cycle posts the W transaction, which zeroes *
      *              the balance and closes the open items, and  *
      *              from then on flags any purchase on the      *
      *              account and reports any payment as a        *
      *              bad-debt recovery.                          *
      *                                                            *
      *  The run's total is posted to the shared GL interface     *
      *  GLPOST.DAT as a debit to bad-debt expense (BADDEBT) and  *
      *  a credit to receivables (AR-WROFF), closed by the usual  *
      *  control total record so GLBALNCE proves the batch.       *
      *  PROJECT2 keeps the W transaction out of its own GL       *
      *  subtotals so the receivable is credited only once.  If   *
      *  the run month is closed in GLPERIOD.CTL, or either       *
      *  account is missing from a loaded GLCHART.CTL, nothing    *
      *  is written off and the register says why.               *
      *                                                            *
      *  An approved number is held back, with the reason on the  *
      *  register CH0601WO.RPT, when it is not on the master, is  *
      *  already written off (so a rerun writes off nothing      *
      *  twice), owes nothing, or carries a balance the whole-    *
      *  dollar transaction field cannot hold.                    *
      *                                                            *
      *  CH0601WA.DAT, one 8-character record per account:        *
      *      1-5   customer number   9(5)                         *
      *      6-8   approved by       supervisor's initials        *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVED-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601WA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-STATUS.

           SELECT BAL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601B.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CUST-NO
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT CUST-TRANS-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601WH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT GL-POSTING-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT CHART-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\GLCHART.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

           SELECT PERIOD-STATUS-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\GLPERIOD.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601WO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-LOCK-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601B.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD APPROVED-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01 APPROVED-REC.
          05 WA-CUST-NO                        PIC X(5).
          05 WA-CUST-NO-NUM REDEFINES
             WA-CUST-NO                        PIC 9(5).
          05 WA-APPROVED-BY                    PIC X(3).

       FD BAL-FILE.
       01 BAL-RECORD.
           COPY BALREC.

       FD CUST-TRANS-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01 CUST-TRANS-REC.
          05 WT-CUST-NAME                      PIC X(12).
          05 WT-MONTH                          PIC X(2).
          05 WT-YEAR                           PIC X(4).
          05 WT-AMOUNT                         PIC 9(6).
          05 WT-TRANS-TYPE                     PIC X(1).
          05                                   PIC X(8).

       FD HISTORY-FILE.
       01 HISTORY-REC.
           COPY WOHIST.

       FD GL-POSTING-FILE.
       01 GL-POSTING-REC.
           COPY GLPOST.

       FD CHART-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01 CHART-REC.
          05 GC-ACCOUNT-CODE                   PIC X(8).
          05 GC-DESCRIPTION                    PIC X(30).
          05 GC-ACTIVE-FLAG                    PIC X.

       FD PERIOD-STATUS-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01 PERIOD-STATUS-REC.
          05 GP-PERIOD                         PIC X(6).
          05 GP-STATUS                         PIC X.

       FD REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 REGISTER-REC                         PIC X(80).

       FD MASTER-LOCK-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01 MASTER-LOCK-REC.
          05 ML-HELD-FLAG                      PIC X.
          05 ML-HOLDER                         PIC X(8).
          05 ML-TIMESTAMP                      PIC X(14).

       WORKING-STORAGE SECTION.
       01 WORK-AREAS.
          05 ARE-THERE-MORE-RECORDS            PIC XXX
               VALUE 'YES'.
          05 WS-APPROVED-STATUS                PIC XX
               VALUE ZEROS.
             88 WS-APPROVED-OK                       VALUE '00'.
          05 WS-APPROVED-OPEN                  PIC X
               VALUE 'N'.
             88 WS-APPROVED-IS-OPEN                  VALUE 'Y'.
          05 WS-BAL-FILE-STATUS                PIC XX
               VALUE ZEROS.
             88 WS-BAL-FILE-OK                       VALUE '00'.
          05 WS-TRANS-STATUS                   PIC XX
               VALUE ZEROS.
             88 WS-TRANS-DOES-NOT-EXIST              VALUE '35'.
          05 WS-HISTORY-STATUS                 PIC XX
               VALUE ZEROS.
             88 WS-HISTORY-DOES-NOT-EXIST            VALUE '35'.
          05 WS-GL-FILE-STATUS                 PIC XX
               VALUE ZEROS.
             88 WS-GL-FILE-DOES-NOT-EXIST            VALUE '35'.
          05 WS-CHART-FILE-STATUS              PIC XX
               VALUE ZEROS.
             88 WS-CHART-FILE-OK                     VALUE '00'.
          05 WS-PERIOD-FILE-STATUS             PIC XX
               VALUE ZEROS.
             88 WS-PERIOD-FILE-OK                    VALUE '00'.
          05 WS-LOCK-STATUS                    PIC XX
               VALUE ZEROS.
             88 WS-LOCK-OK                           VALUE '00'.
          05 WS-LOCK-BUSY                      PIC X
               VALUE 'N'.
             88 WS-LOCK-IS-BUSY                      VALUE 'Y'.
          05 WS-RUN-READY                      PIC X
               VALUE 'Y'.
             88 WS-RUN-IS-READY                      VALUE 'Y'.
          05 WS-NOT-READY-REASON               PIC X(50)
               VALUE SPACES.
          05 WS-DATE.
             10 WS-YEAR                        PIC 9999.
             10 WS-MONTH                       PIC 99.
             10 WS-DAY                         PIC 99.
          05 WS-RUN-PERIOD                     PIC X(6)
               VALUE SPACES.
          05 WS-WO-AMOUNT                      PIC 9(6)
               VALUE ZERO.
          05 WS-CHART-COUNT                    PIC 999
               VALUE ZERO.
          05 WS-CHART-IDX                      PIC 999
               VALUE ZERO.
          05 WS-CHART-MATCHED                  PIC 999
               VALUE ZERO.
          05 WS-CHECK-ACCOUNT                  PIC X(8)
               VALUE SPACES.
          05 WS-CLOSED-COUNT                   PIC 99
               VALUE ZERO.
          05 WS-CLOSED-IDX                     PIC 99
               VALUE ZERO.
          05 WS-PERIOD-CLOSED                  PIC X
               VALUE 'N'.
             88 WS-PERIOD-IS-CLOSED                  VALUE 'Y'.

          05 WS-APPROVED-COUNT                 PIC 9(4)
               VALUE ZERO.
          05 WS-WRITTEN-OFF-COUNT              PIC 9(4)
               VALUE ZERO.
          05 WS-HELD-COUNT                     PIC 9(4)
               VALUE ZERO.
          05 WS-WRITE-OFF-TOTAL                PIC 9(9)V99
               VALUE ZERO.
          05 WS-GL-POSTED-TOTAL                PIC 9(9)V99
               VALUE ZERO.

       01 WS-CLOSED-PERIOD-TABLE.
          05 WS-CLOSED-PERIOD                  PIC X(6)
               OCCURS 36 TIMES.

       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 100 TIMES.
             10 WS-CHART-ACCOUNT               PIC X(8).
             10 WS-CHART-DESC                  PIC X(30).
             10 WS-CHART-ACTIVE                PIC X.

       01 HDR1-WO-OUT.
          05                                   PIC X(20)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'BAD-DEBT WRITE-OFF REGISTER'.

       01 HDR2-WO-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'PERIOD'.
          05 HDR2-PERIOD-OUT                   PIC X(6).

       01 HDR3-WO-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'CUST'.
          05                                   PIC X(14)
               VALUE 'CUSTOMER'.
          05                                   PIC X(9)
               VALUE 'LAST ACT'.
          05                                   PIC X(16)
               VALUE 'BALANCE'.
          05                                   PIC X(5)
               VALUE 'APPR'.
          05                                   PIC X(20)
               VALUE 'RESULT'.

       01 WO-DETAIL-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 WO-CUST-NO-OUT                    PIC X(5).
          05                                   PIC X(2)
               VALUE SPACES.
          05 WO-NAME-OUT                       PIC X(12).
          05                                   PIC X(2)
               VALUE SPACES.
          05 WO-LAST-MONTH-OUT                 PIC X(2).
          05 WO-LAST-SEP-OUT                   PIC X.
          05 WO-LAST-YEAR-OUT                  PIC X(4).
          05                                   PIC X
               VALUE SPACE.
          05 WO-BALANCE-OUT                    PIC $$$,$$$,$$9.99-.
          05                                   PIC X
               VALUE SPACE.
          05 WO-APPROVED-BY-OUT                PIC X(3).
          05                                   PIC X(2)
               VALUE SPACES.
          05 WO-RESULT-OUT                     PIC X(28).

       01 WO-NONE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 WO-NONE-TEXT-OUT                  PIC X(60).

       01 GL-LINE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(11)
               VALUE 'GL POSTED'.
          05 GL-ACCOUNT-OUT                    PIC X(8).
          05                                   PIC X(2)
               VALUE SPACES.
          05 GL-DR-CR-OUT                      PIC X(6).
          05 GL-AMOUNT-OUT                     PIC $$,$$$,$$$,$$9.99.

       01 COUNT-LINE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 COUNT-LABEL-OUT                   PIC X(30).
          05 COUNT-VALUE-OUT                   PIC Z,ZZ9.

       01 AMOUNT-LINE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 AMOUNT-LABEL-OUT                  PIC X(30).
          05 AMOUNT-VALUE-OUT                  PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN OUTPUT REGISTER-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE (1:6) TO WS-RUN-PERIOD.

           WRITE REGISTER-REC FROM HDR1-WO-OUT
               AFTER ADVANCING PAGE.
           MOVE WS-RUN-PERIOD TO HDR2-PERIOD-OUT.
           WRITE REGISTER-REC FROM HDR2-WO-OUT
               AFTER ADVANCING 2 LINES.
           WRITE REGISTER-REC FROM HDR3-WO-OUT
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.

           PERFORM 185-LOAD-CHART-RTN.
           PERFORM 187-LOAD-CLOSED-PERIODS-RTN.
           PERFORM 190-CHECK-GL-RTN.

           OPEN INPUT APPROVED-FILE.
           IF WS-APPROVED-OK
               MOVE 'Y' TO WS-APPROVED-OPEN
           END-IF.
           IF WS-RUN-IS-READY AND NOT WS-APPROVED-IS-OPEN
               MOVE 'N' TO WS-RUN-READY
               MOVE 'NO APPROVED LIST CH0601WA.DAT - NOTHING DONE'
                   TO WS-NOT-READY-REASON
           END-IF.

      *    Nothing is locked or written until the approved list
      *    and the GL posting are both known to be good, so a
      *    held run can simply be repeated once they are fixed.
           IF WS-RUN-IS-READY
               PERFORM 175-OPEN-BAL-FILE-RTN
               PERFORM 160-OPEN-TRANS-FILE-RTN
               PERFORM 165-OPEN-HISTORY-FILE-RTN
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
                   READ APPROVED-FILE
                        AT END
                           MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                        NOT AT END
                           PERFORM 300-WRITE-OFF-ONE-RTN
                   END-READ
               END-PERFORM
               IF WS-WRITTEN-OFF-COUNT = ZERO
                   MOVE 'NO ACCOUNTS WRITTEN OFF'
                       TO WO-NONE-TEXT-OUT
                   WRITE REGISTER-REC FROM WO-NONE-OUT
                       AFTER ADVANCING 1 LINE
               ELSE
                   PERFORM 600-POST-GL-RTN
               END-IF
               CLOSE BAL-FILE
                     CUST-TRANS-FILE
                     HISTORY-FILE
               PERFORM 980-RELEASE-MASTER-LOCK-RTN
           ELSE
               MOVE WS-NOT-READY-REASON TO WO-NONE-TEXT-OUT
               WRITE REGISTER-REC FROM WO-NONE-OUT
                   AFTER ADVANCING 1 LINE
               DISPLAY 'PROJECT2W - ' WS-NOT-READY-REASON
           END-IF.

           IF WS-APPROVED-IS-OPEN
               CLOSE APPROVED-FILE
           END-IF.

           PERFORM 700-PRINT-TOTALS-RTN.

           CLOSE REGISTER-FILE.

           STOP RUN.

      *****************************************************
      *  160-OPEN-TRANS-FILE-RTN - Opens the raw customer   *
      *                transaction file for append so the   *
      *                write-offs queue behind whatever has *
      *                been keyed for the next PROJECT2E    *
      *                run.  Creates the file if none is    *
      *                waiting.                             *
      *****************************************************
       160-OPEN-TRANS-FILE-RTN.
           OPEN EXTEND CUST-TRANS-FILE.
           IF WS-TRANS-DOES-NOT-EXIST
               OPEN OUTPUT CUST-TRANS-FILE
               CLOSE CUST-TRANS-FILE
               OPEN EXTEND CUST-TRANS-FILE
           END-IF.

      *****************************************************
      *  165-OPEN-HISTORY-FILE-RTN - Opens the write-off    *
      *                history for append, creating it on   *
      *                the first write-off run              *
      *****************************************************
       165-OPEN-HISTORY-FILE-RTN.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-DOES-NOT-EXIST
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.

      *****************************************************
      *  175-OPEN-BAL-FILE-RTN - Claims the master lock and *
      *                opens the balance master for update  *
      *                so each account can be marked        *
      *                written off.  A missing master ends  *
      *                the run before the first approval is *
      *                read.                                *
      *****************************************************
       175-OPEN-BAL-FILE-RTN.
           PERFORM 170-CLAIM-MASTER-LOCK-RTN.
           OPEN I-O BAL-FILE.
           IF NOT WS-BAL-FILE-OK
               DISPLAY 'PROJECT2W - CH0601B.DAT DID NOT OPEN, STATUS '
                   WS-BAL-FILE-STATUS
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-IF.

      *****************************************************
      *  170-CLAIM-MASTER-LOCK-RTN - Claims the CH0601B.DAT *
      *                run lock before the balance master is *
      *                opened I-O.  Every program that       *
      *                updates this master honors the same   *
      *                CH0601B.LCK convention, so two        *
      *                updaters can never tear the file up   *
      *                at once.  A lock already held stops   *
      *                this run on the console, naming the   *
      *                holder.                               *
      *****************************************************
       170-CLAIM-MASTER-LOCK-RTN.
           MOVE 'N' TO ML-HELD-FLAG.
           OPEN INPUT MASTER-LOCK-FILE.
           IF WS-LOCK-OK
               READ MASTER-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ML-HELD-FLAG = 'Y'
                           MOVE 'Y' TO WS-LOCK-BUSY
                       END-IF
               END-READ
               CLOSE MASTER-LOCK-FILE
           END-IF.

           IF WS-LOCK-IS-BUSY
               DISPLAY 'PROJECT2W CANNOT START - CH0601B.DAT '
                   'LOCKED BY ' ML-HOLDER
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'Y' TO ML-HELD-FLAG.
           MOVE 'PROJ2W  ' TO ML-HOLDER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP.
           WRITE MASTER-LOCK-REC.
           CLOSE MASTER-LOCK-FILE.

      *****************************************************
      *  980-RELEASE-MASTER-LOCK-RTN - Releases the balance *
      *                master run lock after the master is   *
      *                closed                                *
      *****************************************************
       980-RELEASE-MASTER-LOCK-RTN.
           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'N' TO ML-HELD-FLAG.
           MOVE SPACES TO ML-HOLDER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP.
           WRITE MASTER-LOCK-REC.
           CLOSE MASTER-LOCK-FILE.

      *****************************************************
      *  185-LOAD-CHART-RTN - Loads the shared chart-of-    *
      *                accounts control file GLCHART.CTL,    *
      *                the same table PROJECT2 proves its    *
      *                postings against.  A missing or empty *
      *                file leaves the table at zero entries *
      *                and every account passes.             *
      *****************************************************
       185-LOAD-CHART-RTN.
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

      *****************************************************
      *  187-LOAD-CLOSED-PERIODS-RTN - Loads the closed      *
      *                periods from the shared period-status *
      *                file GLPERIOD.CTL.  A missing file    *
      *                leaves every period open.             *
      *****************************************************
       187-LOAD-CLOSED-PERIODS-RTN.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF WS-PERIOD-FILE-OK
               PERFORM UNTIL WS-PERIOD-FILE-STATUS = '10'
                       OR WS-CLOSED-COUNT = 36
                   READ PERIOD-STATUS-FILE
                       AT END
                           MOVE '10' TO WS-PERIOD-FILE-STATUS
                       NOT AT END
                           IF GP-STATUS = 'C'
                               ADD 1 TO WS-CLOSED-COUNT
                               MOVE GP-PERIOD TO
                                   WS-CLOSED-PERIOD
                                       (WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           END-IF.

      *****************************************************
      *  190-CHECK-GL-RTN - Performed from 100-MAIN-MODULE *
      *                before anything is written off.  The *
      *                run month must still be open and both *
      *                write-off accounts must be on the     *
      *                chart, or the run is held - a write-  *
      *                off whose GL posting cannot go out    *
      *                would leave the books and the master  *
      *                disagreeing.                          *
      *****************************************************
       190-CHECK-GL-RTN.
           PERFORM 195-CHECK-ONE-PERIOD-RTN
               VARYING WS-CLOSED-IDX FROM 1 BY 1
               UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                     OR WS-PERIOD-IS-CLOSED.
           IF WS-PERIOD-IS-CLOSED
               MOVE 'N' TO WS-RUN-READY
               MOVE 'GL PERIOD IS CLOSED - NOTHING WRITTEN OFF'
                   TO WS-NOT-READY-REASON
           END-IF.

           IF WS-RUN-IS-READY
               MOVE 'BADDEBT ' TO WS-CHECK-ACCOUNT
               PERFORM 197-CHECK-CHART-RTN
           END-IF.
           IF WS-RUN-IS-READY
               MOVE 'AR-WROFF' TO WS-CHECK-ACCOUNT
               PERFORM 197-CHECK-CHART-RTN
           END-IF.

      *****************************************************
      *  195-CHECK-ONE-PERIOD-RTN - Performed from 190-     *
      *                CHECK-GL-RTN, compares the run month  *
      *                to one closed entry                   *
      *****************************************************
       195-CHECK-ONE-PERIOD-RTN.
           IF WS-RUN-PERIOD = WS-CLOSED-PERIOD (WS-CLOSED-IDX)
               MOVE 'Y' TO WS-PERIOD-CLOSED
           END-IF.

      *****************************************************
      *  197-CHECK-CHART-RTN - Performed from 190-CHECK-GL- *
      *                RTN, looks WS-CHECK-ACCOUNT up in the *
      *                chart-of-accounts table.  An empty    *
      *                table validates nothing.              *
      *****************************************************
       197-CHECK-CHART-RTN.
           MOVE ZERO TO WS-CHART-MATCHED.
           PERFORM 199-CHECK-ONE-ACCOUNT-RTN
               VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
                     OR WS-CHART-MATCHED > ZERO.
           IF WS-CHART-COUNT > ZERO AND WS-CHART-MATCHED = ZERO
               MOVE 'N' TO WS-RUN-READY
               MOVE SPACES TO WS-NOT-READY-REASON
               STRING 'ACCOUNT ' WS-CHECK-ACCOUNT
                      ' NOT ON THE CHART - NOTHING WRITTEN OFF'
                   DELIMITED BY SIZE INTO WS-NOT-READY-REASON
           END-IF.

      *****************************************************
      *  199-CHECK-ONE-ACCOUNT-RTN - Performed from 197-    *
      *                CHECK-CHART-RTN, compares the account *
      *                to one active chart entry             *
      *****************************************************
       199-CHECK-ONE-ACCOUNT-RTN.
           IF WS-CHECK-ACCOUNT = WS-CHART-ACCOUNT (WS-CHART-IDX)
              AND WS-CHART-ACTIVE (WS-CHART-IDX) = 'A'
               MOVE WS-CHART-IDX TO WS-CHART-MATCHED
           END-IF.

      *****************************************************
      *  300-WRITE-OFF-ONE-RTN - Performed from 100-MAIN-   *
      *                MODULE for each approved customer     *
      *                number.  Finds the account and either *
      *                writes it off or lists why it was     *
      *                held back.                            *
      *****************************************************
       300-WRITE-OFF-ONE-RTN.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE WA-CUST-NO TO WO-CUST-NO-OUT.
           MOVE WA-APPROVED-BY TO WO-APPROVED-BY-OUT.
           MOVE SPACES TO WO-NAME-OUT.
           MOVE SPACES TO WO-LAST-MONTH-OUT.
           MOVE SPACES TO WO-LAST-SEP-OUT.
           MOVE SPACES TO WO-LAST-YEAR-OUT.
           MOVE ZERO TO WO-BALANCE-OUT.

           IF WA-CUST-NO IS NOT NUMERIC
               MOVE 'HELD - NUMBER NOT NUMERIC' TO WO-RESULT-OUT
               PERFORM 350-PRINT-HELD-RTN
           ELSE
               MOVE WA-CUST-NO-NUM TO BAL-CUST-NO
               READ BAL-FILE
                   INVALID KEY
                       MOVE 'HELD - NOT ON MASTER' TO WO-RESULT-OUT
                       PERFORM 350-PRINT-HELD-RTN
                   NOT INVALID KEY
                       PERFORM 320-CHECK-ACCOUNT-RTN
               END-READ
           END-IF.

      *****************************************************
      *  320-CHECK-ACCOUNT-RTN - Performed from 300-WRITE-  *
      *                OFF-ONE-RTN once the account is       *
      *                found.  Transactions carry whole      *
      *                dollars up to 999,999, so a balance   *
      *                the W transaction cannot carry is     *
      *                held for a write-off by hand.         *
      *****************************************************
       320-CHECK-ACCOUNT-RTN.
           MOVE BAL-CUST-NAME TO WO-NAME-OUT.
           MOVE BAL-LAST-TRANS-MONTH TO WO-LAST-MONTH-OUT.
           MOVE '/' TO WO-LAST-SEP-OUT.
           MOVE BAL-LAST-TRANS-YEAR TO WO-LAST-YEAR-OUT.
           MOVE BAL-CUST-BALANCE TO WO-BALANCE-OUT.
           MOVE BAL-CUST-BALANCE TO WS-WO-AMOUNT.

           EVALUATE TRUE
               WHEN BAL-IS-WRITTEN-OFF
                   MOVE 'HELD - ALREADY WRITTEN OFF' TO WO-RESULT-OUT
                   PERFORM 350-PRINT-HELD-RTN
               WHEN BAL-CUST-BALANCE NOT > ZERO
                   MOVE 'HELD - NO BALANCE OWED' TO WO-RESULT-OUT
                   PERFORM 350-PRINT-HELD-RTN
               WHEN BAL-CUST-BALANCE > 999999
                   MOVE 'HELD - OVER 999,999' TO WO-RESULT-OUT
                   PERFORM 350-PRINT-HELD-RTN
               WHEN WS-WO-AMOUNT NOT = BAL-CUST-BALANCE
                   MOVE 'HELD - NOT WHOLE DOLLARS' TO WO-RESULT-OUT
                   PERFORM 350-PRINT-HELD-RTN
               WHEN OTHER
                   PERFORM 400-WRITE-OFF-RTN
           END-EVALUATE.

      *****************************************************
      *  350-PRINT-HELD-RTN - Lists an approved number that *
      *                was not written off, with the reason *
      *****************************************************
       350-PRINT-HELD-RTN.
           ADD 1 TO WS-HELD-COUNT.
           WRITE REGISTER-REC FROM WO-DETAIL-OUT
               AFTER ADVANCING 1 LINE.

      *****************************************************
      *  400-WRITE-OFF-RTN - Performed from 320-CHECK-      *
      *                ACCOUNT-RTN.  Writes the type W      *
      *                transaction for the whole balance,   *
      *                marks the account written off, adds  *
      *                the history record and lists the     *
      *                write-off on the register.           *
      *****************************************************
       400-WRITE-OFF-RTN.
           MOVE SPACES TO CUST-TRANS-REC.
           MOVE BAL-CUST-NAME TO WT-CUST-NAME.
           MOVE WS-RUN-PERIOD (5:2) TO WT-MONTH.
           MOVE WS-RUN-PERIOD (1:4) TO WT-YEAR.
           MOVE WS-WO-AMOUNT TO WT-AMOUNT.
           MOVE 'W' TO WT-TRANS-TYPE.
           WRITE CUST-TRANS-REC.

           MOVE 'W' TO BAL-ACCT-STATUS.
           REWRITE BAL-RECORD.

           MOVE BAL-CUST-NO TO WH-CUST-NO.
           MOVE BAL-CUST-NAME TO WH-CUST-NAME.
           MOVE 'W' TO WH-EVENT.
           MOVE WS-RUN-PERIOD TO WH-PERIOD.
           MOVE WS-WO-AMOUNT TO WH-AMOUNT.
           MOVE WA-APPROVED-BY TO WH-APPROVED-BY.
           WRITE HISTORY-REC.

           MOVE 'WRITTEN OFF' TO WO-RESULT-OUT.
           WRITE REGISTER-REC FROM WO-DETAIL-OUT
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-WRITTEN-OFF-COUNT.
           ADD WS-WO-AMOUNT TO WS-WRITE-OFF-TOTAL.

      *****************************************************
      *  600-POST-GL-RTN - Performed from 100-MAIN-MODULE   *
      *                when anything was written off.       *
      *                Appends the bad-debt expense debit   *
      *                and the receivable credit for the    *
      *                run total to GLPOST.DAT, then the    *
      *                job's control total record.          *
      *****************************************************
       600-POST-GL-RTN.
           OPEN EXTEND GL-POSTING-FILE.
           IF WS-GL-FILE-DOES-NOT-EXIST
               OPEN OUTPUT GL-POSTING-FILE
               CLOSE GL-POSTING-FILE
               OPEN EXTEND GL-POSTING-FILE
           END-IF.

           MOVE 'BADDEBT ' TO GL-ACCOUNT-CODE.
           MOVE WS-RUN-PERIOD TO GL-PERIOD.
           MOVE 'D' TO GL-DR-CR.
           MOVE WS-WRITE-OFF-TOTAL TO GL-AMOUNT.
           MOVE 'PROJ2W  ' TO GL-SOURCE-JOB.
           MOVE 'D' TO GL-RECORD-TYPE.
           WRITE GL-POSTING-REC.
           ADD WS-WRITE-OFF-TOTAL TO WS-GL-POSTED-TOTAL.
           MOVE GL-ACCOUNT-CODE TO GL-ACCOUNT-OUT.
           MOVE 'DEBIT' TO GL-DR-CR-OUT.
           MOVE GL-AMOUNT TO GL-AMOUNT-OUT.
           WRITE REGISTER-REC FROM GL-LINE-OUT
               AFTER ADVANCING 2 LINES.

           MOVE 'AR-WROFF' TO GL-ACCOUNT-CODE.
           MOVE 'C' TO GL-DR-CR.
           WRITE GL-POSTING-REC.
           ADD WS-WRITE-OFF-TOTAL TO WS-GL-POSTED-TOTAL.
           MOVE GL-ACCOUNT-CODE TO GL-ACCOUNT-OUT.
           MOVE 'CREDIT' TO GL-DR-CR-OUT.
           WRITE REGISTER-REC FROM GL-LINE-OUT
               AFTER ADVANCING 1 LINE.

           MOVE 'TOTAL   ' TO GL-ACCOUNT-CODE.
           MOVE SPACE TO GL-DR-CR.
           MOVE WS-GL-POSTED-TOTAL TO GL-AMOUNT.
           MOVE 'T' TO GL-RECORD-TYPE.
           WRITE GL-POSTING-REC.

           CLOSE GL-POSTING-FILE.

      *****************************************************
      *  700-PRINT-TOTALS-RTN - Prints the run counts and   *
      *                the total written off, which is the  *
      *                amount posted to each GL account     *
      *****************************************************
       700-PRINT-TOTALS-RTN.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES.

           MOVE 'APPROVED NUMBERS READ' TO COUNT-LABEL-OUT.
           MOVE WS-APPROVED-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'ACCOUNTS WRITTEN OFF' TO COUNT-LABEL-OUT.
           MOVE WS-WRITTEN-OFF-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'HELD BACK' TO COUNT-LABEL-OUT.
           MOVE WS-HELD-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'TOTAL WRITTEN OFF' TO AMOUNT-LABEL-OUT.
           MOVE WS-WRITE-OFF-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM AMOUNT-LINE-OUT
               AFTER ADVANCING 2 LINES.
