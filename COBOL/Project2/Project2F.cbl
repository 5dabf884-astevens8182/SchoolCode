       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT2F.
      ************************************************************
      *  PROJECT2F  -  Month-end finance charge assessment.      *
      *              Ages every customer owing money off the     *
      *              BAL-LAST-TRANS-MONTH/YEAR stamp exactly as  *
      *              PROJECT2A and PROJECT2G do; a balance 30    *
      *              days or more past its last activity is      *
      *              past due in full and is charged the monthly *
      *              rate from CH0601FC.CTL, never less than the *
      *              control's minimum charge.  Each charge is   *
      *              appended to the raw transaction file        *
      *              CH0601.DAT as a type F transaction dated    *
      *              the run month, so it passes PROJECT2E,      *
      *              posts to the balance and the GL in the next *
      *              PROJECT2 cycle, and prints on the PROJECT2S *
      *              statement.  The assessment register         *
      *              CH0601FC.RPT lists every charge with the    *
      *              run totals.                                 *
      *                                                            *
      *  Skipped: a customer flagged BAL-FC-EXEMPT or written    *
      *  off by PROJECT2W (counted with the exempt), a balance   *
      *  under the control's small-balance threshold, and a      *
      *  customer already charged this month (BAL-LAST-FC-       *
      *  PERIOD, stamped here as each charge is written, so a    *
      *  rerun cannot charge twice).  Transactions carry whole   *
      *  dollars, so each charge is rounded to the dollar.  A    *
      *  missing or non-numeric control file assesses nothing.   *
      *                                                            *
      *  CH0601FC.CTL, one 16-character record:                   *
      *      1-5   monthly rate      9V9999   (01500 = 1.5%)      *
      *      6-9   minimum charge    9(4)     whole dollars       *
      *     10-16  small balance     9(5)V99                      *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601B.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CUST-NO
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT RATE-CTL-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601FC.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CUST-TRANS-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601FC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-LOCK-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601B.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BAL-FILE.
       01 BAL-RECORD.
           COPY BALREC.

       FD RATE-CTL-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01 RATE-CTL-REC.
          05 FC-MONTHLY-RATE                   PIC 9V9999.
          05 FC-MINIMUM-CHARGE                 PIC 9(4).
          05 FC-SMALL-BALANCE                  PIC 9(5)V99.

       FD CUST-TRANS-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01 CUST-TRANS-REC.
          05 FT-CUST-NAME                      PIC X(12).
          05 FT-MONTH                          PIC X(2).
          05 FT-YEAR                           PIC X(4).
          05 FT-AMOUNT                         PIC 9(6).
          05 FT-TRANS-TYPE                     PIC X(1).
          05                                   PIC X(8).

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
          05 WS-BAL-FILE-STATUS                PIC XX
               VALUE ZEROS.
             88 WS-BAL-FILE-OK                       VALUE '00'.
          05 WS-RATE-STATUS                    PIC XX
               VALUE ZEROS.
             88 WS-RATE-OK                           VALUE '00'.
          05 WS-TRANS-STATUS                   PIC XX
               VALUE ZEROS.
             88 WS-TRANS-DOES-NOT-EXIST              VALUE '35'.
          05 WS-LOCK-STATUS                    PIC XX
               VALUE ZEROS.
             88 WS-LOCK-OK                           VALUE '00'.
          05 WS-LOCK-BUSY                      PIC X
               VALUE 'N'.
             88 WS-LOCK-IS-BUSY                      VALUE 'Y'.
          05 WS-RATE-ACTIVE                    PIC X
               VALUE 'N'.
             88 WS-RATE-IS-ACTIVE                    VALUE 'Y'.
          05 WS-FC-RATE                        PIC 9V9999
               VALUE ZERO.
          05 WS-FC-MINIMUM                     PIC 9(4)
               VALUE ZERO.
          05 WS-FC-SMALL-BALANCE               PIC 9(5)V99
               VALUE ZERO.
          05 WS-DATE.
             10 WS-YEAR                        PIC 9999.
             10 WS-MONTH                       PIC 99.
             10 WS-DAY                         PIC 99.
          05 WS-RUN-PERIOD                     PIC X(6)
               VALUE SPACES.
          05 WS-TODAY-MONTHS                   PIC 9(6)
               VALUE ZERO.
          05 WS-TRANS-MONTHS                   PIC 9(6)
               VALUE ZERO.
          05 WS-AGE-MONTHS                     PIC S9(4)
               VALUE ZERO.
          05 WS-LAST-YEAR-NUM                  PIC 9(4)
               VALUE ZERO.
          05 WS-LAST-MONTH-NUM                 PIC 9(2)
               VALUE ZERO.
          05 WS-BUCKET-LEVEL                   PIC 9
               VALUE ZERO.
          05 WS-FC-CHARGE                      PIC 9(6)
               VALUE ZERO.

          05 WS-CHARGED-COUNT                  PIC 9(4)
               VALUE ZERO.
          05 WS-MINIMUM-COUNT                  PIC 9(4)
               VALUE ZERO.
          05 WS-CURRENT-COUNT                  PIC 9(4)
               VALUE ZERO.
          05 WS-EXEMPT-COUNT                   PIC 9(4)
               VALUE ZERO.
          05 WS-SMALL-COUNT                    PIC 9(4)
               VALUE ZERO.
          05 WS-ALREADY-COUNT                  PIC 9(4)
               VALUE ZERO.
          05 WS-CHARGED-BAL-TOTAL              PIC 9(10)V99
               VALUE ZERO.
          05 WS-CHARGE-TOTAL                   PIC 9(8)
               VALUE ZERO.

       01 HDR1-FC-OUT.
          05                                   PIC X(20)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'FINANCE CHARGE ASSESSMENT REGISTER'.

       01 HDR2-FC-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'PERIOD'.
          05 HDR2-PERIOD-OUT                   PIC X(6).
          05                                   PIC X(3)
               VALUE SPACES.
          05                                   PIC X(6)
               VALUE 'RATE'.
          05 HDR2-RATE-OUT                     PIC 9.9999.
          05                                   PIC X(3)
               VALUE SPACES.
          05                                   PIC X(9)
               VALUE 'MINIMUM'.
          05 HDR2-MINIMUM-OUT                  PIC $$,$$9.
          05                                   PIC X(3)
               VALUE SPACES.
          05                                   PIC X(11)
               VALUE 'SMALL BAL'.
          05 HDR2-SMALL-OUT                    PIC $$$,$$9.99.

       01 HDR3-FC-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'CUST'.
          05                                   PIC X(14)
               VALUE 'CUSTOMER'.
          05                                   PIC X(9)
               VALUE 'LAST ACT'.
          05                                   PIC X(10)
               VALUE 'AGE'.
          05                                   PIC X(14)
               VALUE 'PAST DUE'.
          05                                   PIC X(10)
               VALUE 'CHARGE'.

       01 FC-DETAIL-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 FC-CUST-NO-OUT                    PIC 9(5).
          05                                   PIC X(2)
               VALUE SPACES.
          05 FC-NAME-OUT                       PIC X(12).
          05                                   PIC X(2)
               VALUE SPACES.
          05 FC-LAST-MONTH-OUT                 PIC X(2).
          05                                   PIC X
               VALUE '/'.
          05 FC-LAST-YEAR-OUT                  PIC X(4).
          05                                   PIC X(2)
               VALUE SPACES.
          05 FC-AGE-OUT                        PIC X(8).
          05 FC-BALANCE-OUT                    PIC $$$,$$$,$$9.99.
          05                                   PIC X(2)
               VALUE SPACES.
          05 FC-CHARGE-OUT                     PIC $$$,$$9.
          05                                   PIC X
               VALUE SPACE.
          05 FC-NOTE-OUT                       PIC X(7).

       01 FC-NONE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 FC-NONE-TEXT-OUT                  PIC X(50).

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
           COMPUTE WS-TODAY-MONTHS =
               (WS-YEAR * 12) + WS-MONTH.

           PERFORM 150-READ-RATE-CTL-RTN.

           WRITE REGISTER-REC FROM HDR1-FC-OUT
               AFTER ADVANCING PAGE.
           MOVE WS-RUN-PERIOD TO HDR2-PERIOD-OUT.
           MOVE WS-FC-RATE TO HDR2-RATE-OUT.
           MOVE WS-FC-MINIMUM TO HDR2-MINIMUM-OUT.
           MOVE WS-FC-SMALL-BALANCE TO HDR2-SMALL-OUT.
           WRITE REGISTER-REC FROM HDR2-FC-OUT
               AFTER ADVANCING 2 LINES.
           WRITE REGISTER-REC FROM HDR3-FC-OUT
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.

      *    No usable rate means nothing is charged - the master
      *    is not even locked, so the run can simply be repeated
      *    once the control file is keyed.
           IF WS-RATE-IS-ACTIVE
               PERFORM 175-OPEN-BAL-FILE-RTN
               PERFORM 160-OPEN-TRANS-FILE-RTN
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
                   READ BAL-FILE NEXT RECORD
                        AT END
                           MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                        NOT AT END
                           IF BAL-CUST-BALANCE > ZERO
                               PERFORM 300-ASSESS-CUSTOMER-RTN
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CHARGED-COUNT = ZERO
                   MOVE 'NO FINANCE CHARGES ASSESSED'
                       TO FC-NONE-TEXT-OUT
                   WRITE REGISTER-REC FROM FC-NONE-OUT
                       AFTER ADVANCING 1 LINE
               END-IF
               CLOSE BAL-FILE
                     CUST-TRANS-FILE
               PERFORM 980-RELEASE-MASTER-LOCK-RTN
           ELSE
               MOVE 'NO VALID RATE IN CH0601FC.CTL - NOTHING ASSESSED'
                   TO FC-NONE-TEXT-OUT
               WRITE REGISTER-REC FROM FC-NONE-OUT
                   AFTER ADVANCING 1 LINE
               DISPLAY 'PROJECT2F - NO VALID RATE IN CH0601FC.CTL '
                   '- NOTHING ASSESSED'
           END-IF.

           PERFORM 700-PRINT-TOTALS-RTN.

           CLOSE REGISTER-FILE.

           STOP RUN.

      *****************************************************
      *  150-READ-RATE-CTL-RTN - Reads the monthly rate,    *
      *                minimum charge and small-balance     *
      *                threshold from CH0601FC.CTL.  A      *
      *                missing file, or any field not       *
      *                numeric, or a zero rate leaves the   *
      *                run inactive.                        *
      *****************************************************
       150-READ-RATE-CTL-RTN.
           OPEN INPUT RATE-CTL-FILE.
           IF WS-RATE-OK
               READ RATE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-MONTHLY-RATE IS NUMERIC
                          AND FC-MINIMUM-CHARGE IS NUMERIC
                          AND FC-SMALL-BALANCE IS NUMERIC
                          AND FC-MONTHLY-RATE > ZERO
                           MOVE FC-MONTHLY-RATE TO WS-FC-RATE
                           MOVE FC-MINIMUM-CHARGE TO WS-FC-MINIMUM
                           MOVE FC-SMALL-BALANCE
                               TO WS-FC-SMALL-BALANCE
                           MOVE 'Y' TO WS-RATE-ACTIVE
                       END-IF
               END-READ
               CLOSE RATE-CTL-FILE
           END-IF.

      *****************************************************
      *  160-OPEN-TRANS-FILE-RTN - Opens the raw customer   *
      *                transaction file for append so the   *
      *                charges queue behind whatever has    *
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
      *  175-OPEN-BAL-FILE-RTN - Claims the master lock and *
      *                opens the balance master for update  *
      *                so each charged customer can be      *
      *                stamped with this month's period.    *
      *                A missing master ends the sweep      *
      *                before the first read.               *
      *****************************************************
       175-OPEN-BAL-FILE-RTN.
           PERFORM 170-CLAIM-MASTER-LOCK-RTN.
           OPEN I-O BAL-FILE.
           IF NOT WS-BAL-FILE-OK
               DISPLAY 'PROJECT2F - CH0601B.DAT DID NOT OPEN, STATUS '
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
               DISPLAY 'PROJECT2F CANNOT START - CH0601B.DAT '
                   'LOCKED BY ' ML-HOLDER
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'Y' TO ML-HELD-FLAG.
           MOVE 'PROJ2F  ' TO ML-HOLDER.
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
      *  300-ASSESS-CUSTOMER-RTN - Performed from 100-MAIN- *
      *                MODULE for each customer owing       *
      *                money.  A current balance owes       *
      *                nothing yet; a past-due one is       *
      *                charged unless already charged this  *
      *                month, exempt, or under the small-   *
      *                balance threshold.                   *
      *****************************************************
       300-ASSESS-CUSTOMER-RTN.
           PERFORM 320-SET-BUCKET-LEVEL-RTN.

           EVALUATE TRUE
               WHEN WS-BUCKET-LEVEL = ZERO
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN BAL-LAST-FC-PERIOD = WS-RUN-PERIOD
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN BAL-FC-IS-EXEMPT
               WHEN BAL-IS-WRITTEN-OFF
                   ADD 1 TO WS-EXEMPT-COUNT
               WHEN BAL-CUST-BALANCE < WS-FC-SMALL-BALANCE
                   ADD 1 TO WS-SMALL-COUNT
               WHEN OTHER
                   PERFORM 400-CHARGE-CUSTOMER-RTN
           END-EVALUATE.

      *****************************************************
      *  320-SET-BUCKET-LEVEL-RTN - Same month-age logic    *
      *                as PROJECT2A and PROJECT2G: level 1  *
      *                at 30 days, 2 at 60, 3 at 90+ (a     *
      *                balance with no activity stamp is    *
      *                treated as 90+).  Current balances   *
      *                level 0 - not past due.              *
      *****************************************************
       320-SET-BUCKET-LEVEL-RTN.
           IF BAL-LAST-TRANS-YEAR = SPACES
                  OR BAL-LAST-TRANS-YEAR IS NOT NUMERIC
               MOVE 3 TO WS-BUCKET-LEVEL
               MOVE 'NO DATE' TO FC-AGE-OUT
           ELSE
               MOVE BAL-LAST-TRANS-YEAR TO WS-LAST-YEAR-NUM
               MOVE BAL-LAST-TRANS-MONTH TO WS-LAST-MONTH-NUM
               COMPUTE WS-TRANS-MONTHS =
                   (WS-LAST-YEAR-NUM * 12) + WS-LAST-MONTH-NUM
               COMPUTE WS-AGE-MONTHS =
                   WS-TODAY-MONTHS - WS-TRANS-MONTHS
               EVALUATE TRUE
                   WHEN WS-AGE-MONTHS < 1
                       MOVE 0 TO WS-BUCKET-LEVEL
                       MOVE 'CURRENT' TO FC-AGE-OUT
                   WHEN WS-AGE-MONTHS < 2
                       MOVE 1 TO WS-BUCKET-LEVEL
                       MOVE '30 DAYS' TO FC-AGE-OUT
                   WHEN WS-AGE-MONTHS < 3
                       MOVE 2 TO WS-BUCKET-LEVEL
                       MOVE '60 DAYS' TO FC-AGE-OUT
                   WHEN OTHER
                       MOVE 3 TO WS-BUCKET-LEVEL
                       MOVE '90+ DAYS' TO FC-AGE-OUT
               END-EVALUATE
           END-IF.

      *****************************************************
      *  400-CHARGE-CUSTOMER-RTN - Performed from 300-      *
      *                ASSESS-CUSTOMER-RTN.  Prices the     *
      *                charge at the monthly rate, lifts it *
      *                to the minimum, writes the type F    *
      *                transaction, stamps the customer     *
      *                with this month's period and lists   *
      *                the charge on the register.          *
      *****************************************************
       400-CHARGE-CUSTOMER-RTN.
           MOVE SPACES TO FC-NOTE-OUT.
           COMPUTE WS-FC-CHARGE ROUNDED =
               BAL-CUST-BALANCE * WS-FC-RATE
               ON SIZE ERROR
                   MOVE 999999 TO WS-FC-CHARGE
           END-COMPUTE.
           IF WS-FC-CHARGE < WS-FC-MINIMUM
               MOVE WS-FC-MINIMUM TO WS-FC-CHARGE
               MOVE 'MINIMUM' TO FC-NOTE-OUT
               ADD 1 TO WS-MINIMUM-COUNT
           END-IF.

      *    A balance that rounds to no charge with no minimum
      *    keyed is counted with the small balances.
           IF WS-FC-CHARGE = ZERO
               ADD 1 TO WS-SMALL-COUNT
           ELSE
               MOVE SPACES TO CUST-TRANS-REC
               MOVE BAL-CUST-NAME TO FT-CUST-NAME
               MOVE WS-RUN-PERIOD (5:2) TO FT-MONTH
               MOVE WS-RUN-PERIOD (1:4) TO FT-YEAR
               MOVE WS-FC-CHARGE TO FT-AMOUNT
               MOVE 'F' TO FT-TRANS-TYPE
               WRITE CUST-TRANS-REC

               MOVE WS-RUN-PERIOD TO BAL-LAST-FC-PERIOD
               REWRITE BAL-RECORD

               MOVE BAL-CUST-NO TO FC-CUST-NO-OUT
               MOVE BAL-CUST-NAME TO FC-NAME-OUT
               MOVE BAL-LAST-TRANS-MONTH TO FC-LAST-MONTH-OUT
               MOVE BAL-LAST-TRANS-YEAR TO FC-LAST-YEAR-OUT
               MOVE BAL-CUST-BALANCE TO FC-BALANCE-OUT
               MOVE WS-FC-CHARGE TO FC-CHARGE-OUT
               WRITE REGISTER-REC FROM FC-DETAIL-OUT
                   AFTER ADVANCING 1 LINE

               ADD 1 TO WS-CHARGED-COUNT
               ADD BAL-CUST-BALANCE TO WS-CHARGED-BAL-TOTAL
               ADD WS-FC-CHARGE TO WS-CHARGE-TOTAL
           END-IF.

      *****************************************************
      *  700-PRINT-TOTALS-RTN - Prints the run counts and   *
      *                dollar totals so the register proves *
      *                the charges written to CH0601.DAT    *
      *****************************************************
       700-PRINT-TOTALS-RTN.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES.

           MOVE 'CHARGES ASSESSED' TO COUNT-LABEL-OUT.
           MOVE WS-CHARGED-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE '  AT THE MINIMUM CHARGE' TO COUNT-LABEL-OUT.
           MOVE WS-MINIMUM-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'CURRENT - NOT PAST DUE' TO COUNT-LABEL-OUT.
           MOVE WS-CURRENT-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'SKIPPED - EXEMPT' TO COUNT-LABEL-OUT.
           MOVE WS-EXEMPT-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'SKIPPED - SMALL BALANCE' TO COUNT-LABEL-OUT.
           MOVE WS-SMALL-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'SKIPPED - CHARGED THIS MONTH' TO COUNT-LABEL-OUT.
           MOVE WS-ALREADY-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'PAST-DUE BALANCES CHARGED' TO AMOUNT-LABEL-OUT.
           MOVE WS-CHARGED-BAL-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM AMOUNT-LINE-OUT
               AFTER ADVANCING 2 LINES.

           MOVE 'TOTAL FINANCE CHARGES' TO AMOUNT-LABEL-OUT.
           MOVE WS-CHARGE-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM AMOUNT-LINE-OUT.
