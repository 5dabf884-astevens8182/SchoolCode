       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT2M.
      ************************************************************
      *  PROJECT2M  -  Credit-balance refund run.  Reads the     *
      *              list of customer numbers a supervisor has   *
      *              approved for a refund (normally taken off   *
      *              PROJECT2K's CH0601CR.RPT credit-balance     *
      *              review) and, for each customer still        *
      *              carrying a credit, writes a refund check    *
      *              record with the payee and the address block *
      *              off the CH0601A.DAT address master onto     *
      *              CH0601MC.DAT for the check print run, and   *
      *              appends a type R refund transaction for the *
      *              whole credit so the next PROJECT2 cycle     *
      *              brings the balance back to zero.  The       *
      *              refund month is stamped on the master so a  *
      *              rerun cannot pay the same credit twice.     *
      *                                                            *
      *  The R transaction goes onto the edited clean file        *
      *  CH0601E.DAT, the way PROJECT2R releases an approved      *
      *  refund, so the PROJECT2E large-refund threshold cannot   *
      *  divert a refund that has already been approved.  Run     *
      *  after PROJECT2E and before PROJECT2.                     *
      *                                                            *
      *  An approved number is held back, with the reason on the  *
      *  register CH0601MR.RPT, when it is not on the master,     *
      *  carries no credit, was already refunded this month, has  *
      *  a credit the whole-dollar transaction field cannot hold, *
      *  has no address record, or is flagged mail-hold.          *
      *                                                            *
      *  CH0601MC.DAT is appended to, never replaced, so checks   *
      *  from an earlier run not yet printed are kept; it is up   *
      *  to the check print run to empty it once printed.         *
      *                                                            *
      *  CH0601MA.DAT, one 8-character record per customer:       *
      *      1-5   customer number   9(5)                         *
      *      6-8   approved by       supervisor's initials        *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVED-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601MA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVED-STATUS.

           SELECT BAL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601B.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CUST-NO
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT ADDR-MASTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601A.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CUST-NO
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT CUST-EDITED-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601E.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITED-STATUS.

           SELECT REFUND-CHECK-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601MC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601MR.RPT"
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
          05 MA-CUST-NO                        PIC X(5).
          05 MA-CUST-NO-NUM REDEFINES
             MA-CUST-NO                        PIC 9(5).
          05 MA-APPROVED-BY                    PIC X(3).

       FD BAL-FILE.
       01 BAL-RECORD.
           COPY BALREC.

       FD ADDR-MASTER-FILE.
       01 ADDR-MASTER-REC.
           COPY ADDRREC.

       FD CUST-EDITED-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01 CUST-EDITED-REC.
          05 RT-CUST-NAME                      PIC X(12).
          05 RT-MONTH                          PIC X(2).
          05 RT-YEAR                           PIC X(4).
          05 RT-AMOUNT                         PIC 9(6).
          05 RT-TRANS-TYPE                     PIC X(1).
          05                                   PIC X(8).

       FD REFUND-CHECK-FILE.
       01 REFUND-CHECK-REC.
           COPY REFUNDCK.

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
          05 WS-BAL-FILE-STATUS                PIC XX
               VALUE ZEROS.
             88 WS-BAL-FILE-OK                       VALUE '00'.
          05 WS-ADDR-STATUS                    PIC XX
               VALUE ZEROS.
             88 WS-ADDR-OK                           VALUE '00'.
          05 WS-ADDR-PRESENT                   PIC X
               VALUE 'Y'.
             88 WS-ADDR-IS-PRESENT                   VALUE 'Y'.
          05 WS-EDITED-STATUS                  PIC XX
               VALUE ZEROS.
             88 WS-EDITED-DOES-NOT-EXIST             VALUE '35'.
          05 WS-CHECK-STATUS                   PIC XX
               VALUE ZEROS.
             88 WS-CHECK-DOES-NOT-EXIST              VALUE '35'.
          05 WS-LOCK-STATUS                    PIC XX
               VALUE ZEROS.
             88 WS-LOCK-OK                           VALUE '00'.
          05 WS-LOCK-BUSY                      PIC X
               VALUE 'N'.
             88 WS-LOCK-IS-BUSY                      VALUE 'Y'.
          05 WS-DATE.
             10 WS-YEAR                        PIC 9999.
             10 WS-MONTH                       PIC 99.
             10 WS-DAY                         PIC 99.
          05 WS-RUN-PERIOD                     PIC X(6)
               VALUE SPACES.
          05 WS-CREDIT-AMOUNT                  PIC 9(9)V99
               VALUE ZERO.
          05 WS-REFUND-AMOUNT                  PIC 9(6)
               VALUE ZERO.

          05 WS-APPROVED-COUNT                 PIC 9(4)
               VALUE ZERO.
          05 WS-REFUNDED-COUNT                 PIC 9(4)
               VALUE ZERO.
          05 WS-HELD-COUNT                     PIC 9(4)
               VALUE ZERO.
          05 WS-REFUND-TOTAL                   PIC 9(9)V99
               VALUE ZERO.

       01 HDR1-MR-OUT.
          05                                   PIC X(20)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'CREDIT BALANCE REFUND REGISTER'.

       01 HDR2-MR-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'PERIOD'.
          05 HDR2-PERIOD-OUT                   PIC X(6).

       01 HDR3-MR-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'CUST'.
          05                                   PIC X(14)
               VALUE 'CUSTOMER'.
          05                                   PIC X(18)
               VALUE 'CREDIT OWED'.
          05                                   PIC X(5)
               VALUE 'APPR'.
          05                                   PIC X(20)
               VALUE 'RESULT'.

       01 MR-DETAIL-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 MR-CUST-NO-OUT                    PIC X(5).
          05                                   PIC X(2)
               VALUE SPACES.
          05 MR-NAME-OUT                       PIC X(12).
          05                                   PIC X(2)
               VALUE SPACES.
          05 MR-CREDIT-OUT                     PIC $$$,$$$,$$9.99.
          05                                   PIC X(4)
               VALUE SPACES.
          05 MR-APPROVED-BY-OUT                PIC X(3).
          05                                   PIC X(2)
               VALUE SPACES.
          05 MR-RESULT-OUT                     PIC X(32).

       01 MR-NONE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 MR-NONE-TEXT-OUT                  PIC X(60).

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

           WRITE REGISTER-REC FROM HDR1-MR-OUT
               AFTER ADVANCING PAGE.
           MOVE WS-RUN-PERIOD TO HDR2-PERIOD-OUT.
           WRITE REGISTER-REC FROM HDR2-MR-OUT
               AFTER ADVANCING 2 LINES.
           WRITE REGISTER-REC FROM HDR3-MR-OUT
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.

      *    Nothing is locked or written until the approved list
      *    is known to be there, so a held run can simply be
      *    repeated once it is.
           OPEN INPUT APPROVED-FILE.
           IF WS-APPROVED-OK
      *        A missing address master holds every refund - run
      *        PROJECT2D to build it.
               OPEN INPUT ADDR-MASTER-FILE
               IF NOT WS-ADDR-OK
                   MOVE 'N' TO WS-ADDR-PRESENT
               END-IF
               PERFORM 165-OPEN-REFUND-CHECK-RTN
               PERFORM 175-OPEN-BAL-FILE-RTN
               PERFORM 160-OPEN-EDITED-FILE-RTN
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
                   READ APPROVED-FILE
                        AT END
                           MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                        NOT AT END
                           PERFORM 300-REFUND-ONE-RTN
                   END-READ
               END-PERFORM
               IF WS-REFUNDED-COUNT = ZERO
                   MOVE 'NO CREDIT BALANCES REFUNDED'
                       TO MR-NONE-TEXT-OUT
                   WRITE REGISTER-REC FROM MR-NONE-OUT
                       AFTER ADVANCING 1 LINE
               END-IF
               CLOSE APPROVED-FILE
                     BAL-FILE
                     CUST-EDITED-FILE
                     REFUND-CHECK-FILE
               IF WS-ADDR-IS-PRESENT
                   CLOSE ADDR-MASTER-FILE
               END-IF
               PERFORM 980-RELEASE-MASTER-LOCK-RTN
           ELSE
               MOVE 'NO APPROVED LIST CH0601MA.DAT - NOTHING DONE'
                   TO MR-NONE-TEXT-OUT
               WRITE REGISTER-REC FROM MR-NONE-OUT
                   AFTER ADVANCING 1 LINE
               DISPLAY 'PROJECT2M - ' MR-NONE-TEXT-OUT
           END-IF.

           PERFORM 700-PRINT-TOTALS-RTN.

           CLOSE REGISTER-FILE.

           STOP RUN.

      *****************************************************
      *  160-OPEN-EDITED-FILE-RTN - Opens the edited clean  *
      *                file for append so the refunds ride  *
      *                behind PROJECT2E's output into the   *
      *                next PROJECT2 run.  Creates the file *
      *                if PROJECT2E has not run.            *
      *****************************************************
       160-OPEN-EDITED-FILE-RTN.
           OPEN EXTEND CUST-EDITED-FILE.
           IF WS-EDITED-DOES-NOT-EXIST
               OPEN OUTPUT CUST-EDITED-FILE
               CLOSE CUST-EDITED-FILE
               OPEN EXTEND CUST-EDITED-FILE
           END-IF.

      *****************************************************
      *  165-OPEN-REFUND-CHECK-RTN - Opens the refund check *
      *                file for append so checks written by *
      *                an earlier run and not yet printed   *
      *                are kept.  Creates the file if none  *
      *                is waiting.                          *
      *****************************************************
       165-OPEN-REFUND-CHECK-RTN.
           OPEN EXTEND REFUND-CHECK-FILE.
           IF WS-CHECK-DOES-NOT-EXIST
               OPEN OUTPUT REFUND-CHECK-FILE
               CLOSE REFUND-CHECK-FILE
               OPEN EXTEND REFUND-CHECK-FILE
           END-IF.

      *****************************************************
      *  175-OPEN-BAL-FILE-RTN - Claims the master lock and *
      *                opens the balance master for update  *
      *                so each refund month can be stamped. *
      *                A missing master ends the run before *
      *                the first approval is read.          *
      *****************************************************
       175-OPEN-BAL-FILE-RTN.
           PERFORM 170-CLAIM-MASTER-LOCK-RTN.
           OPEN I-O BAL-FILE.
           IF NOT WS-BAL-FILE-OK
               DISPLAY 'PROJECT2M - CH0601B.DAT DID NOT OPEN, STATUS '
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
               DISPLAY 'PROJECT2M CANNOT START - CH0601B.DAT '
                   'LOCKED BY ' ML-HOLDER
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'Y' TO ML-HELD-FLAG.
           MOVE 'PROJ2M  ' TO ML-HOLDER.
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
      *  300-REFUND-ONE-RTN - Performed from 100-MAIN-      *
      *                MODULE for each approved customer     *
      *                number.  Finds the account and either *
      *                refunds the credit or lists why it    *
      *                was held back.                        *
      *****************************************************
       300-REFUND-ONE-RTN.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE MA-CUST-NO TO MR-CUST-NO-OUT.
           MOVE MA-APPROVED-BY TO MR-APPROVED-BY-OUT.
           MOVE SPACES TO MR-NAME-OUT.
           MOVE ZERO TO MR-CREDIT-OUT.

           IF MA-CUST-NO IS NOT NUMERIC
               MOVE 'HELD - NUMBER NOT NUMERIC' TO MR-RESULT-OUT
               PERFORM 350-PRINT-HELD-RTN
           ELSE
               MOVE MA-CUST-NO-NUM TO BAL-CUST-NO
               READ BAL-FILE
                   INVALID KEY
                       MOVE 'HELD - NOT ON MASTER' TO MR-RESULT-OUT
                       PERFORM 350-PRINT-HELD-RTN
                   NOT INVALID KEY
                       PERFORM 320-CHECK-ACCOUNT-RTN
               END-READ
           END-IF.

      *****************************************************
      *  320-CHECK-ACCOUNT-RTN - Performed from 300-REFUND- *
      *                ONE-RTN once the account is found.   *
      *                Transactions carry whole dollars up  *
      *                to 999,999, so a credit the R        *
      *                transaction cannot carry is held for *
      *                a refund by hand.                    *
      *****************************************************
       320-CHECK-ACCOUNT-RTN.
           MOVE BAL-CUST-NAME TO MR-NAME-OUT.
           MOVE ZERO TO WS-CREDIT-AMOUNT.
           IF BAL-CUST-BALANCE < ZERO
               COMPUTE WS-CREDIT-AMOUNT = ZERO - BAL-CUST-BALANCE
           END-IF.
           MOVE WS-CREDIT-AMOUNT TO MR-CREDIT-OUT.
           MOVE WS-CREDIT-AMOUNT TO WS-REFUND-AMOUNT.

           EVALUATE TRUE
               WHEN WS-CREDIT-AMOUNT = ZERO
                   MOVE 'HELD - NO CREDIT BALANCE' TO MR-RESULT-OUT
                   PERFORM 350-PRINT-HELD-RTN
               WHEN BAL-LAST-REFUND-PERIOD = WS-RUN-PERIOD
                   MOVE 'HELD - ALREADY REFUNDED THIS MONTH'
                       TO MR-RESULT-OUT
                   PERFORM 350-PRINT-HELD-RTN
               WHEN WS-CREDIT-AMOUNT > 999999
                   MOVE 'HELD - OVER 999,999' TO MR-RESULT-OUT
                   PERFORM 350-PRINT-HELD-RTN
               WHEN WS-REFUND-AMOUNT NOT = WS-CREDIT-AMOUNT
                   MOVE 'HELD - NOT WHOLE DOLLARS' TO MR-RESULT-OUT
                   PERFORM 350-PRINT-HELD-RTN
               WHEN OTHER
                   PERFORM 330-CHECK-ADDRESS-RTN
           END-EVALUATE.

      *****************************************************
      *  330-CHECK-ADDRESS-RTN - Performed from 320-CHECK-  *
      *                ACCOUNT-RTN.  A refund check needs a *
      *                mailing address: no address record,  *
      *                or one flagged mail-hold, holds the  *
      *                refund back.                         *
      *****************************************************
       330-CHECK-ADDRESS-RTN.
           IF NOT WS-ADDR-IS-PRESENT
               MOVE 'HELD - NO ADDRESS MASTER' TO MR-RESULT-OUT
               PERFORM 350-PRINT-HELD-RTN
           ELSE
               MOVE BAL-CUST-NO TO AD-CUST-NO
               READ ADDR-MASTER-FILE
                   INVALID KEY
                       MOVE 'HELD - NO ADDRESS RECORD'
                           TO MR-RESULT-OUT
                       PERFORM 350-PRINT-HELD-RTN
                   NOT INVALID KEY
                       IF AD-MAIL-HOLD
                           MOVE 'HELD - MAIL HOLD FLAGGED'
                               TO MR-RESULT-OUT
                           PERFORM 350-PRINT-HELD-RTN
                       ELSE
                           PERFORM 400-REFUND-RTN
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      *  350-PRINT-HELD-RTN - Lists an approved number that *
      *                was not refunded, with the reason    *
      *****************************************************
       350-PRINT-HELD-RTN.
           ADD 1 TO WS-HELD-COUNT.
           WRITE REGISTER-REC FROM MR-DETAIL-OUT
               AFTER ADVANCING 1 LINE.

      *****************************************************
      *  400-REFUND-RTN - Performed from 330-CHECK-ADDRESS- *
      *                RTN.  Writes the refund check record *
      *                and the type R transaction for the   *
      *                whole credit, stamps the refund      *
      *                month on the master and lists the    *
      *                refund on the register.              *
      *****************************************************
       400-REFUND-RTN.
           MOVE BAL-CUST-NO TO RK-CUST-NO.
           MOVE BAL-CUST-NAME TO RK-PAYEE-NAME.
           MOVE WS-REFUND-AMOUNT TO RK-AMOUNT.
           MOVE AD-STREET TO RK-STREET.
           MOVE AD-CITY TO RK-CITY.
           MOVE AD-STATE TO RK-STATE.
           MOVE AD-POSTAL-CODE TO RK-POSTAL-CODE.
           MOVE WS-DATE TO RK-ISSUE-DATE.
           MOVE MA-APPROVED-BY TO RK-APPROVED-BY.
           WRITE REFUND-CHECK-REC.

           MOVE SPACES TO CUST-EDITED-REC.
           MOVE BAL-CUST-NAME TO RT-CUST-NAME.
           MOVE WS-RUN-PERIOD (5:2) TO RT-MONTH.
           MOVE WS-RUN-PERIOD (1:4) TO RT-YEAR.
           MOVE WS-REFUND-AMOUNT TO RT-AMOUNT.
           MOVE 'R' TO RT-TRANS-TYPE.
           WRITE CUST-EDITED-REC.

           MOVE WS-RUN-PERIOD TO BAL-LAST-REFUND-PERIOD.
           REWRITE BAL-RECORD.

           MOVE 'REFUNDED' TO MR-RESULT-OUT.
           WRITE REGISTER-REC FROM MR-DETAIL-OUT
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-REFUNDED-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.

      *****************************************************
      *  700-PRINT-TOTALS-RTN - Prints the run counts and   *
      *                the total refunded, which is the     *
      *                total of the refund check records    *
      *****************************************************
       700-PRINT-TOTALS-RTN.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES.

           MOVE 'APPROVED NUMBERS READ' TO COUNT-LABEL-OUT.
           MOVE WS-APPROVED-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'CUSTOMERS REFUNDED' TO COUNT-LABEL-OUT.
           MOVE WS-REFUNDED-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'HELD BACK' TO COUNT-LABEL-OUT.
           MOVE WS-HELD-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'TOTAL REFUNDED' TO AMOUNT-LABEL-OUT.
           MOVE WS-REFUND-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM AMOUNT-LINE-OUT
               AFTER ADVANCING 2 LINES.
