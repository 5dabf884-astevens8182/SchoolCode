               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601C.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINANCE-CHG-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601FN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601B.DAT"
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-CUST-NAME
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601OI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OI-FILE-STATUS.
           SELECT WO-ACTIVITY-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601WR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WO-HISTORY-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601WH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-HISTORY-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601Z.RPT"
           05 SW-YEAR                          PIC X(4).
           05 SW-AMOUNT                        PIC X(6).
           05 SW-TRANS-TYPE                    PIC X(1).
           05 SW-ITEM-REF                      PIC X(5).
           05                                  PIC X(3).

       FD CUST-FILE
           RECORD CONTAINS 33 CHARACTERS.
              88 TRANS-IS-PURCHASE                VALUE 'U'.
              88 TRANS-IS-REFUND                  VALUE 'R'.
              88 TRANS-IS-CREDIT                  VALUE 'C'.
              88 TRANS-IS-FINANCE-CHG             VALUE 'F'.
              88 TRANS-IS-WRITE-OFF               VALUE 'W'.
      *    A payment, credit or refund may name the open item it
      *    settles or reopens; blank applies it oldest first.
           05 ITEM-REF-IN                      PIC X(5).
           05 ITEM-REF-NUM REDEFINES
              ITEM-REF-IN                      PIC 9(5).
           05                                  PIC X(3).

       FD PRINT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          RECORD CONTAINS 80 CHARACTERS.
       01 CREDIT-REC                           PIC X(80).

       FD FINANCE-CHG-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 FINANCE-CHG-REC                      PIC X(80).

       FD BAL-FILE.
       01 BAL-RECORD.
           COPY BALREC.
       01 XREF-RECORD.
           COPY XREFREC.

       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-REC.
           COPY OPENITEM.

       FD WO-ACTIVITY-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 WO-ACTIVITY-REC                      PIC X(80).

       FD WO-HISTORY-FILE.
       01 WO-HISTORY-REC.
           COPY WOHIST.

       FD SUSPENSE-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 SUSPENSE-REC                         PIC X(80).
                VALUE ZERO.
          05 WS-NEW-AGE                        PIC 99
                VALUE ZERO.
          05 WS-OI-FILE-STATUS                 PIC XX
                VALUE ZEROS.
             88 WS-OI-FILE-OK                        VALUE '00'.
             88 WS-OI-FILE-DOES-NOT-EXIST            VALUE '35'.
          05 WS-OI-FILE-OPEN                   PIC X
                VALUE 'N'.
             88 WS-OI-IS-OPEN                        VALUE 'Y'.
          05 WS-OI-RUN-PERIOD                  PIC X(6)
                VALUE SPACES.
          05 WS-WO-HISTORY-STATUS              PIC XX
                VALUE ZEROS.
             88 WS-WO-HISTORY-DOES-NOT-EXIST         VALUE '35'.
          05 WS-RECOVERY-FLAG                  PIC X(3)
                VALUE 'NO '.
             88 WS-IS-RECOVERY                       VALUE 'YES'.
          05 WS-WO-PURCHASE-FLAG               PIC X(3)
                VALUE 'NO '.
             88 WS-IS-WO-PURCHASE                    VALUE 'YES'.
          05 WS-RECOVERY-CTR                   PIC 9(4)
                VALUE ZERO.
          05 WS-RECOVERY-TOTAL                 PIC 9(9)V99
                VALUE ZERO.
          05 WS-RECYCLED-RECOV-TOTAL           PIC 9(9)V99
                VALUE ZERO.
          05 WS-RECLASS-DR-CR                  PIC X
                VALUE SPACE.
          05 WS-WO-PURCHASE-CTR                PIC 9(4)
                VALUE ZERO.

      *    One transaction's open-item posting, loaded by 390-
      *    or 198- before 400-POST-OPEN-ITEM-RTN runs.
       01 WS-OPEN-ITEM-AREAS.
          05 WS-OI-CUST-NO                     PIC 9(5)
                VALUE ZERO.
          05 WS-OI-TYPE                        PIC X
                VALUE SPACE.
          05 WS-OI-DATE.
             10 WS-OI-YEAR                     PIC X(4).
             10 WS-OI-MONTH                    PIC X(2).
          05 WS-OI-AMOUNT                      PIC 9(7)V99
                VALUE ZERO.
          05 WS-OI-REF-GIVEN                   PIC X
                VALUE 'N'.
             88 WS-OI-HAS-REF                        VALUE 'Y'.
          05 WS-OI-REF-NUM                     PIC 9(5)
                VALUE ZERO.
          05 WS-OI-PRIOR-BAL                   PIC S9(9)V99
                VALUE ZERO.
          05 WS-OI-LEFT                        PIC 9(7)V99
                VALUE ZERO.
          05 WS-OI-APPLY                       PIC 9(7)V99
                VALUE ZERO.
          05 WS-OI-ITEM-COUNT                  PIC 9(5)
                VALUE ZERO.
          05 WS-OI-HIGH-ITEM                   PIC 9(5)
                VALUE ZERO.
          05 WS-OI-MORE                        PIC X
                VALUE 'Y'.
          05 WS-OI-SEARCH                      PIC X
                VALUE 'H'.
             88 WS-OI-SEARCH-HIGH                    VALUE 'H'.
             88 WS-OI-SEARCH-OLDEST                  VALUE 'O'.
             88 WS-OI-SEARCH-CREDIT                  VALUE 'A'.
             88 WS-OI-SEARCH-NEWEST                  VALUE 'N'.
          05 WS-OI-FOUND                       PIC X
                VALUE 'N'.
             88 WS-OI-IS-FOUND                       VALUE 'Y'.
          05 WS-OI-FOUND-ITEM                  PIC 9(5)
                VALUE ZERO.
          05 WS-OI-BEST-KEY                    PIC X(11)
                VALUE SPACES.
          05 WS-OI-THIS-KEY                    PIC X(11)
                VALUE SPACES.
          05 WS-OI-NEW-TYPE                    PIC X
                VALUE SPACE.
          05 WS-OI-NEW-DATE                    PIC X(6)
                VALUE SPACES.
          05 WS-OI-NEW-ORIGINAL                PIC S9(7)V99
                VALUE ZERO.
          05 WS-OI-NEW-REMAINING               PIC S9(7)V99
                VALUE ZERO.

       01 WS-CLOSED-PERIOD-TABLE.
          05 WS-CLOSED-PERIOD                  PIC X(6)

      *    Month subtotals by transaction type, reset at each
      *    month break after posting to the GL interface:
      *    (1) payment (2) purchase (3) refund (4) credit
      *    (5) finance charge (6) bad-debt recovery - a payment
      *    on a written-off account.  A write-off (W) has no
      *    subtotal: PROJECT2W posts it to the GL itself.
       01 WS-TYPE-SUBTOTALS.
          05 WS-TYPE-SUBTOTAL                  PIC 9(7)V99
               OCCURS 6 TIMES VALUE ZERO.

       01 WS-GL-TYPE-ACCOUNTS.
          05                                   PIC X(8)
               VALUE 'AR-REFND'.
          05                                   PIC X(8)
               VALUE 'AR-CREDT'.
          05                                   PIC X(8)
               VALUE 'AR-FINCH'.
          05                                   PIC X(8)
               VALUE 'BD-RECOV'.
       01 WS-GL-TYPE-ACCT-TABLE REDEFINES WS-GL-TYPE-ACCOUNTS.
          05 WS-GL-TYPE-ACCT                   PIC X(8)
               OCCURS 6 TIMES.

       01 WS-DUP-TABLE.
          05 WS-DUP-ENTRY OCCURS 500 TIMES.
          05                                   PIC X(40)
               VALUE 'NO CUSTOMERS OVER THEIR CREDIT LIMIT'.

       01 WO-HDR1-OUT.
          05                                   PIC X(20)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'WRITTEN-OFF ACCOUNT ACTIVITY'.

       01 WO-HDR2-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'CUST'.
          05                                   PIC X(14)
               VALUE 'CUSTOMER'.
          05                                   PIC X(9)
               VALUE 'DATE'.
          05                                   PIC X(11)
               VALUE 'AMOUNT'.
          05                                   PIC X(30)
               VALUE 'ACTION'.

       01 WO-DETAIL-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 WO-CUST-NO-OUT                    PIC 9(5).
          05                                   PIC X(2)
               VALUE SPACES.
          05 WO-NAME-OUT                       PIC X(12).
          05                                   PIC X(2)
               VALUE SPACES.
          05 WO-MONTH-OUT                      PIC X(2).
          05                                   PIC X
               VALUE '/'.
          05 WO-YEAR-OUT                       PIC X(4).
          05                                   PIC X(2)
               VALUE SPACES.
          05 WO-AMOUNT-OUT                     PIC $$$,$$9.
          05                                   PIC X(4)
               VALUE SPACES.
          05 WO-ACTION-OUT                     PIC X(30).

       01 WO-NONE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'NO ACTIVITY ON WRITTEN-OFF ACCOUNTS'.

       01 WO-TOTAL-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 WO-TOTAL-LABEL-OUT                PIC X(30).
          05 WO-TOTAL-COUNT-OUT                PIC Z,ZZ9.
          05                                   PIC X(4)
               VALUE SPACES.
          05 WO-TOTAL-AMT-OUT                  PIC $$$,$$$,$$9.99.

       01 OUTSIDE-COUNT-LINE-OUT.
          05                                   PIC X(13)
               VALUE SPACES.
       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RS-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-OI-RUN-PERIOD.

           PERFORM 140-READ-PERIOD-CTL-RTN.

                       PURCHASE-FILE
                       REFUND-FILE
                       CREDIT-FILE
                       FINANCE-CHG-FILE
                       OVER-LIMIT-FILE
                       WO-ACTIVITY-FILE
                       SUSPENSE-FILE.
           PERFORM 175-OPEN-BAL-FILE-RTN.
           PERFORM 177-OPEN-OPEN-ITEM-RTN.
           PERFORM 178-OPEN-WO-HISTORY-RTN.
           PERFORM 180-OPEN-GL-FILE-RTN.
           PERFORM 185-LOAD-CHART-RTN.
           PERFORM 187-LOAD-CLOSED-PERIODS-RTN.
               AFTER ADVANCING PAGE.
           MOVE SPACES TO SUSPENSE-REC.
           WRITE SUSPENSE-REC.
           WRITE WO-ACTIVITY-REC FROM WO-HDR1-OUT
               AFTER ADVANCING PAGE.
           WRITE WO-ACTIVITY-REC FROM WO-HDR2-OUT
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WO-ACTIVITY-REC.
           WRITE WO-ACTIVITY-REC.
           PERFORM 190-LOAD-DUP-TABLE-RTN.
           PERFORM 195-RECYCLE-SUSPENSE-RTN.

                   AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM 670-WRITE-GL-RECLASS-RTN.

           MOVE 'TOTAL   ' TO GL-ACCOUNT-CODE.
           MOVE WS-DATE (1:6) TO GL-PERIOD.
           MOVE SPACE TO GL-DR-CR.

           PERFORM 700-OVER-LIMIT-REPORT-RTN.

           PERFORM 760-WO-ACTIVITY-TOTALS-RTN.

           PERFORM 950-SAVE-DUP-TABLE-RTN.

           PERFORM 960-SAVE-RECYCLE-RTN.
                 PURCHASE-FILE
                 REFUND-FILE
                 CREDIT-FILE
                 FINANCE-CHG-FILE
                 OVER-LIMIT-FILE
                 WO-ACTIVITY-FILE
                 WO-HISTORY-FILE
                 SUSPENSE-FILE
                 GL-POSTING-FILE
                 BAL-FILE.
           IF WS-XREF-IS-OPEN
               CLOSE XREF-FILE
           END-IF.
           IF WS-OI-IS-OPEN
               CLOSE OPEN-ITEM-FILE
           END-IF.

           PERFORM 980-RELEASE-MASTER-LOCK-RTN.

               OPEN I-O BAL-FILE
           END-IF.

      *****************************************************
      *  177-OPEN-OPEN-ITEM-RTN - Performed from 100-MAIN-  *
      *                MODULE after the balance master,      *
      *                opens the open-item file for update   *
      *                under the same CH0601B.LCK lock,      *
      *                creating it on the first run.  A file *
      *                that still will not open leaves       *
      *                balances posting as before and every  *
      *                customer out of balance on PROJECT2O. *
      *****************************************************
       177-OPEN-OPEN-ITEM-RTN.
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OI-FILE-DOES-NOT-EXIST
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF.
           IF WS-OI-FILE-OK
               MOVE 'Y' TO WS-OI-FILE-OPEN
           END-IF.

      *****************************************************
      *  178-OPEN-WO-HISTORY-RTN - Performed from 100-MAIN- *
      *                MODULE, opens the write-off history   *
      *                PROJECT2W started for append so each  *
      *                recovery is recorded beside the       *
      *                write-off it recovers.  Creates the   *
      *                file if no write-off has run yet.     *
      *****************************************************
       178-OPEN-WO-HISTORY-RTN.
           OPEN EXTEND WO-HISTORY-FILE.
           IF WS-WO-HISTORY-DOES-NOT-EXIST
               OPEN OUTPUT WO-HISTORY-FILE
               CLOSE WO-HISTORY-FILE
               OPEN EXTEND WO-HISTORY-FILE
           END-IF.

      *****************************************************
      *  170-CLAIM-MASTER-LOCK-RTN - Claims the CH0601B.DAT *
      *                run lock before the balance master is *
      *                three cycles is flagged stale.  The   *
      *                GL subtotals took these amounts when  *
      *                they were first keyed, so a recycled  *
      *                item posts to the balance only - but  *
      *                a recycled payment on a written-off   *
      *                account is a recovery, and the        *
      *                AR-PAYMT credit it first took is      *
      *                moved to BD-RECOV by 670-WRITE-GL-    *
      *                RECLASS-RTN at end of run.            *
      *****************************************************
       195-RECYCLE-SUSPENSE-RTN.
           OPEN INPUT RECYCLE-FILE.
      *****************************************************
      *  198-POST-RECYCLED-RTN - Performed from 196-RETRY-  *
      *                ONE-RTN once the cross-reference      *
      *                finally supplies the number.  The     *
      *                carried item is loaded into the       *
      *                transaction record and applied by     *
      *                368-APPLY-TO-BALANCE-RTN, so a        *
      *                payment on a written-off account is a *
      *                recovery here exactly as it is for a  *
      *                transaction read off the file.  No    *
      *                transaction has been read yet, so the *
      *                record area is free.                  *
      *****************************************************
       198-POST-RECYCLED-RTN.
      *    The recycle file carries no item reference, so a
      *    recycled payment or refund always applies by age.
           MOVE SPACES TO CUST-FILE-IN.
           MOVE RC-NAME TO CUST-FILE-IN (1:12).
           MOVE RC-MONTH TO DATE-OF-TRANS-MONTH-IN.
           MOVE RC-YEAR TO DATE-OF-TRANS-YEAR-IN.
           MOVE RC-AMOUNT TO AMT-OF-TRANS-NUM.
           MOVE RC-TYPE TO TRANS-TYPE-IN.
           MOVE 'NO ' TO WS-OVER-LIMIT-FLAG.
           MOVE 'NO ' TO WS-RECOVERY-FLAG.
           MOVE 'NO ' TO WS-WO-PURCHASE-FLAG.

           PERFORM 368-APPLY-TO-BALANCE-RTN.

           MOVE RC-NAME TO SUS-RC-NAME-OUT.
           MOVE RC-AGE TO SUS-RC-AGE-OUT.
           IF WS-IS-RECOVERY
               ADD RC-AMOUNT TO WS-RECYCLED-RECOV-TOTAL
               MOVE 'NUMBER ASSIGNED - RECOVERY'
                   TO SUS-RC-RESULT-OUT
           ELSE
               MOVE 'NUMBER ASSIGNED - POSTED' TO SUS-RC-RESULT-OUT
           END-IF.
           WRITE SUSPENSE-REC FROM SUS-RECYCLE-OUT
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-RECYCLED-POSTED-CTR.
           MOVE SPACES TO CUST-FILE-IN.

      *****************************************************
      *  190-LOAD-DUP-TABLE-RTN - Performed from 100-MAIN-  *
      *    conditions.
           MOVE 'NO ' TO WS-OVER-LIMIT-FLAG.
           MOVE 'NO ' TO WS-SUSPENSE-FLAG.
           MOVE 'NO ' TO WS-RECOVERY-FLAG.
           MOVE 'NO ' TO WS-WO-PURCHASE-FLAG.
           IF NOT WS-DUP-IS-FOUND
               PERFORM 360-UPDATE-BALANCE-RTN
           END-IF.
                   MOVE 'DUPLICATE' TO DUP-FLAG-OUT
               WHEN WS-IS-SUSPENSE
                   MOVE 'SUSPENSE' TO DUP-FLAG-OUT
               WHEN WS-IS-RECOVERY
                   MOVE 'RECOVERY' TO DUP-FLAG-OUT
               WHEN WS-IS-WO-PURCHASE
                   MOVE 'WRITTEN OFF' TO DUP-FLAG-OUT
               WHEN WS-IS-OVER-LIMIT
                   MOVE 'OVER LIMIT' TO DUP-FLAG-OUT
               WHEN OTHER
                   MOVE 'REFUND' TO TRANS-TYPE-OUT
               WHEN TRANS-IS-CREDIT
                   MOVE 'CREDIT' TO TRANS-TYPE-OUT
               WHEN TRANS-IS-FINANCE-CHG
                   MOVE 'FIN CHG' TO TRANS-TYPE-OUT
               WHEN TRANS-IS-WRITE-OFF
                   MOVE 'WRITEOFF' TO TRANS-TYPE-OUT
               WHEN OTHER
                   MOVE SPACES TO TRANS-TYPE-OUT
           END-EVALUATE.
      *                REPORT-RTN, rolls this transaction   *
      *                into its type's month subtotal for   *
      *                the GL posting written at the month  *
      *                break.  A recovery credits bad-debt  *
      *                recovery, not receivables.           *
      *****************************************************
       370-ADD-TYPE-SUBTOTAL-RTN.
           EVALUATE TRUE
               WHEN WS-IS-RECOVERY
                   ADD AMT-OF-TRANS-NUM TO WS-TYPE-SUBTOTAL (6)
               WHEN TRANS-IS-PAYMENT
                   ADD AMT-OF-TRANS-NUM TO WS-TYPE-SUBTOTAL (1)
               WHEN TRANS-IS-PURCHASE
                   ADD AMT-OF-TRANS-NUM TO WS-TYPE-SUBTOTAL (3)
               WHEN TRANS-IS-CREDIT
                   ADD AMT-OF-TRANS-NUM TO WS-TYPE-SUBTOTAL (4)
               WHEN TRANS-IS-FINANCE-CHG
                   ADD AMT-OF-TRANS-NUM TO WS-TYPE-SUBTOTAL (5)
           END-EVALUATE.

      *****************************************************
                   WRITE REFUND-REC FROM DETAIL-REC-OUT
               WHEN TRANS-IS-CREDIT
                   WRITE CREDIT-REC FROM DETAIL-REC-OUT
               WHEN TRANS-IS-FINANCE-CHG
                   WRITE FINANCE-CHG-REC FROM DETAIL-REC-OUT
           END-EVALUATE.

      *****************************************************
      *                name to a customer number through    *
      *                the cross-reference and rolls the    *
      *                amount into that customer's balance. *
      *                A purchase, finance charge or refund *
      *                adds to the balance owed; a payment  *
      *                or credit reduces it.  A name with   *
      *                no xref entry goes to the suspense   *
      *                report - it never opens an account   *
      *                on its own.                          *
      *****************************************************
       360-UPDATE-BALANCE-RTN.
           IF NOT WS-XREF-IS-OPEN
               MOVE 01 TO WS-CY-AGE (WS-CARRY-COUNT)
           END-IF.

      *****************************************************
      *  364-FOLLOW-MERGE-RTN - Performed from 368-APPLY-  *
      *                TO-BALANCE-RTN before the balance   *
      *                is read.  A number PROJECT2Y retired   *
      *                into a survivor hands the posting   *
      *                on to the survivor's number, so a   *
      *                late transaction cannot land on the *
      *                retired account.                    *
      *****************************************************
       364-FOLLOW-MERGE-RTN.
           MOVE XR-CUST-NO TO BAL-CUST-NO.
           READ BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BAL-IS-MERGED
                       MOVE BAL-MERGED-INTO TO XR-CUST-NO
                   END-IF
           END-READ.

      *****************************************************
      *  368-APPLY-TO-BALANCE-RTN - Performed from 360-    *
      *                UPDATE-BALANCE-RTN and 198-POST-     *
      *                RECYCLED-RTN once the xref           *
      *                supplies the customer number,        *
      *                updates the number-keyed balance     *
      *                record                               *
      *****************************************************
       368-APPLY-TO-BALANCE-RTN.
           IF TRANS-IS-PURCHASE OR TRANS-IS-FINANCE-CHG
                  OR TRANS-IS-REFUND
               MOVE AMT-OF-TRANS-NUM TO WS-BAL-CHANGE
           ELSE
               COMPUTE WS-BAL-CHANGE = ZERO - AMT-OF-TRANS-NUM
           END-IF.

           PERFORM 364-FOLLOW-MERGE-RTN.
           PERFORM 390-LOAD-OPEN-ITEM-RTN.

           MOVE XR-CUST-NO TO BAL-CUST-NO.
           READ BAL-FILE
               INVALID KEY
      *            only mean the master was lost - recreate it
      *            under the same number so the balance is not
      *            silently dropped.
                   MOVE ZERO TO WS-OI-PRIOR-BAL
                   PERFORM 400-POST-OPEN-ITEM-RTN
                   MOVE XR-CUST-NAME TO BAL-CUST-NAME
                   MOVE WS-BAL-CHANGE TO BAL-CUST-BALANCE
                   MOVE DATE-OF-TRANS-MONTH-IN
                   MOVE DATE-OF-TRANS-YEAR-IN
                       TO BAL-LAST-TRANS-YEAR
                   MOVE ZEROS TO BAL-CREDIT-LIMIT
                   MOVE 'N' TO BAL-FC-EXEMPT
                   MOVE SPACES TO BAL-LAST-FC-PERIOD
                   MOVE 'A' TO BAL-ACCT-STATUS
                   MOVE SPACES TO BAL-LAST-REFUND-PERIOD
                   MOVE ZEROS TO BAL-MERGED-INTO
                   WRITE BAL-RECORD
               NOT INVALID KEY
                   IF BAL-IS-WRITTEN-OFF AND TRANS-IS-PAYMENT
                       PERFORM 369-RECOVERY-RTN
                   ELSE
                       PERFORM 366-CHANGE-BALANCE-RTN
                   END-IF
           END-READ.

           IF TRANS-IS-PURCHASE
               MOVE 'YES' TO WS-OVER-LIMIT-FLAG
           END-IF.

      *****************************************************
      *  366-CHANGE-BALANCE-RTN - Performed from 368-APPLY- *
      *                TO-BALANCE-RTN, posts the transaction *
      *                to the customer's open items and      *
      *                balance.  A purchase on a written-off *
      *                account still posts but is flagged.   *
      *****************************************************
       366-CHANGE-BALANCE-RTN.
           MOVE BAL-CUST-BALANCE TO WS-OI-PRIOR-BAL.
           PERFORM 400-POST-OPEN-ITEM-RTN.
           ADD WS-BAL-CHANGE TO BAL-CUST-BALANCE.
      *    A finance charge or write-off is not customer activity
      *    - it leaves the last-activity stamp alone so the
      *    account keeps aging and dunning escalates.
           IF NOT TRANS-IS-FINANCE-CHG AND NOT TRANS-IS-WRITE-OFF
               MOVE DATE-OF-TRANS-MONTH-IN TO BAL-LAST-TRANS-MONTH
               MOVE DATE-OF-TRANS-YEAR-IN TO BAL-LAST-TRANS-YEAR
           END-IF.
           REWRITE BAL-RECORD.

           IF BAL-IS-WRITTEN-OFF AND TRANS-IS-PURCHASE
               MOVE 'YES' TO WS-WO-PURCHASE-FLAG
               ADD 1 TO WS-WO-PURCHASE-CTR
               MOVE 'PURCHASE - ACCOUNT WRITTEN OFF' TO WO-ACTION-OUT
               PERFORM 367-PRINT-WO-ACTIVITY-RTN
           END-IF.

      *****************************************************
      *  367-PRINT-WO-ACTIVITY-RTN - Performed from 366-    *
      *                CHANGE-BALANCE-RTN and 369-RECOVERY-  *
      *                RTN, lists the transaction on the     *
      *                written-off account activity report   *
      *****************************************************
       367-PRINT-WO-ACTIVITY-RTN.
           MOVE BAL-CUST-NO TO WO-CUST-NO-OUT.
           MOVE BAL-CUST-NAME TO WO-NAME-OUT.
           MOVE DATE-OF-TRANS-MONTH-IN TO WO-MONTH-OUT.
           MOVE DATE-OF-TRANS-YEAR-IN TO WO-YEAR-OUT.
           MOVE AMT-OF-TRANS-NUM TO WO-AMOUNT-OUT.
           WRITE WO-ACTIVITY-REC FROM WO-DETAIL-OUT
               AFTER ADVANCING 1 LINE.

      *****************************************************
      *  369-RECOVERY-RTN - Performed from 368-APPLY-TO-    *
      *                BALANCE-RTN for a payment on a        *
      *                written-off account.  The balance and *
      *                open items were closed by the write-  *
      *                off, so the payment is not applied to *
      *                them: it is reported as a bad-debt    *
      *                recovery, recorded on the write-off   *
      *                history and credited to BD-RECOV at   *
      *                the month break.                      *
      *****************************************************
       369-RECOVERY-RTN.
           MOVE 'YES' TO WS-RECOVERY-FLAG.
           ADD 1 TO WS-RECOVERY-CTR.
           ADD AMT-OF-TRANS-NUM TO WS-RECOVERY-TOTAL.
           MOVE 'BAD-DEBT RECOVERY' TO WO-ACTION-OUT.
           PERFORM 367-PRINT-WO-ACTIVITY-RTN.

           MOVE BAL-CUST-NO TO WH-CUST-NO.
           MOVE BAL-CUST-NAME TO WH-CUST-NAME.
           MOVE 'R' TO WH-EVENT.
           MOVE DATE-OF-TRANS-YEAR-IN TO WH-PERIOD (1:4).
           MOVE DATE-OF-TRANS-MONTH-IN TO WH-PERIOD (5:2).
           MOVE AMT-OF-TRANS-NUM TO WH-AMOUNT.
           MOVE SPACES TO WH-APPROVED-BY.
           WRITE WO-HISTORY-REC.

      *****************************************************
      *  390-LOAD-OPEN-ITEM-RTN - Performed from 368-      *
      *                APPLY-TO-BALANCE-RTN, loads the     *
      *                current transaction into the open-  *
      *                item work fields.  An item reference *
      *                counts only when it is numeric.     *
      *****************************************************
       390-LOAD-OPEN-ITEM-RTN.
           MOVE XR-CUST-NO TO WS-OI-CUST-NO.
           MOVE TRANS-TYPE-IN TO WS-OI-TYPE.
           MOVE DATE-OF-TRANS-YEAR-IN TO WS-OI-YEAR.
           MOVE DATE-OF-TRANS-MONTH-IN TO WS-OI-MONTH.
           MOVE AMT-OF-TRANS-NUM TO WS-OI-AMOUNT.
           IF ITEM-REF-IN NOT = SPACES
              AND ITEM-REF-IN IS NUMERIC
               MOVE 'Y' TO WS-OI-REF-GIVEN
               MOVE ITEM-REF-NUM TO WS-OI-REF-NUM
           ELSE
               MOVE 'N' TO WS-OI-REF-GIVEN
               MOVE ZERO TO WS-OI-REF-NUM
           END-IF.

      *****************************************************
      *  400-POST-OPEN-ITEM-RTN - Performed from 368-      *
      *                APPLY-TO-BALANCE-RTN and 366-       *
      *                CHANGE-BALANCE-RTN before the       *
      *                balance changes, posts the          *
      *                transaction to the customer's open  *
      *                items.  A customer with a balance   *
      *                but no items yet first gets a       *
      *                balance-forward item so the items   *
      *                always add up to BAL-CUST-BALANCE.  *
      *****************************************************
       400-POST-OPEN-ITEM-RTN.
           IF WS-OI-IS-OPEN
               MOVE ZERO TO WS-OI-ITEM-COUNT
               MOVE ZERO TO WS-OI-HIGH-ITEM
               MOVE 'H' TO WS-OI-SEARCH
               PERFORM 450-SCAN-ITEMS-RTN

               IF WS-OI-ITEM-COUNT = ZERO
                  AND WS-OI-PRIOR-BAL NOT = ZERO
                   PERFORM 405-BALANCE-FORWARD-RTN
               END-IF

               EVALUATE WS-OI-TYPE
                   WHEN 'U'
                   WHEN 'F'
                       PERFORM 410-OPEN-DEBIT-ITEM-RTN
                   WHEN 'P'
                   WHEN 'C'
                   WHEN 'W'
                       PERFORM 420-APPLY-CREDIT-RTN
                   WHEN 'R'
                       PERFORM 430-APPLY-REFUND-RTN
               END-EVALUATE
           END-IF.

      *****************************************************
      *  405-BALANCE-FORWARD-RTN - Performed from 400-POST-*
      *                OPEN-ITEM-RTN, opens one item for   *
      *                the balance the customer carried    *
      *                before open items - a debit (B) for *
      *                a balance owed, an unapplied credit *
      *                (A) for a credit balance - dated    *
      *                from the last-activity stamp.       *
      *****************************************************
       405-BALANCE-FORWARD-RTN.
           IF WS-OI-PRIOR-BAL > ZERO
               MOVE 'B' TO WS-OI-NEW-TYPE
           ELSE
               MOVE 'A' TO WS-OI-NEW-TYPE
           END-IF.
           IF BAL-LAST-TRANS-YEAR IS NUMERIC
              AND BAL-LAST-TRANS-MONTH IS NUMERIC
               MOVE BAL-LAST-TRANS-YEAR TO WS-OI-NEW-DATE(1:4)
               MOVE BAL-LAST-TRANS-MONTH TO WS-OI-NEW-DATE(5:2)
           ELSE
               MOVE WS-OI-RUN-PERIOD TO WS-OI-NEW-DATE
           END-IF.
           MOVE WS-OI-PRIOR-BAL TO WS-OI-NEW-ORIGINAL.
           MOVE WS-OI-PRIOR-BAL TO WS-OI-NEW-REMAINING.
           PERFORM 480-WRITE-NEW-ITEM-RTN.

      *****************************************************
      *  410-OPEN-DEBIT-ITEM-RTN - Performed from 400-POST-*
      *                OPEN-ITEM-RTN for a purchase or     *
      *                finance charge.  Unapplied credits  *
      *                on file are used up against it      *
      *                oldest first before the new item is *
      *                written with whatever is left owing.*
      *****************************************************
       410-OPEN-DEBIT-ITEM-RTN.
           MOVE WS-OI-AMOUNT TO WS-OI-LEFT.
           MOVE 'A' TO WS-OI-SEARCH.
           MOVE 'Y' TO WS-OI-FOUND.
           PERFORM 415-USE-ONE-CREDIT-RTN
               UNTIL WS-OI-LEFT = ZERO
                  OR NOT WS-OI-IS-FOUND.

           MOVE WS-OI-TYPE TO WS-OI-NEW-TYPE.
           MOVE WS-OI-DATE TO WS-OI-NEW-DATE.
           MOVE WS-OI-AMOUNT TO WS-OI-NEW-ORIGINAL.
           MOVE WS-OI-LEFT TO WS-OI-NEW-REMAINING.
           PERFORM 480-WRITE-NEW-ITEM-RTN.

      *****************************************************
      *  415-USE-ONE-CREDIT-RTN - Performed from 410-OPEN- *
      *                DEBIT-ITEM-RTN and 430-APPLY-REFUND-*
      *                RTN, takes as much of WS-OI-LEFT as *
      *                the oldest unapplied credit will    *
      *                cover                               *
      *****************************************************
       415-USE-ONE-CREDIT-RTN.
           PERFORM 450-SCAN-ITEMS-RTN.
           IF WS-OI-IS-FOUND
               MOVE WS-OI-CUST-NO TO OI-CUST-NO
               MOVE WS-OI-FOUND-ITEM TO OI-ITEM-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-OI-FOUND
                   NOT INVALID KEY
                       COMPUTE WS-OI-APPLY = ZERO - OI-REMAINING
                       IF WS-OI-LEFT < WS-OI-APPLY
                           MOVE WS-OI-LEFT TO WS-OI-APPLY
                       END-IF
                       ADD WS-OI-APPLY TO OI-REMAINING
                       SUBTRACT WS-OI-APPLY FROM WS-OI-LEFT
                       MOVE WS-OI-DATE TO OI-LAST-ACTIVITY
                       REWRITE OPEN-ITEM-REC
               END-READ
           END-IF.

      *****************************************************
      *  420-APPLY-CREDIT-RTN - Performed from 400-POST-   *
      *                OPEN-ITEM-RTN for a payment, credit *
      *                or write-off.  The referenced item  *
      *                is paid first when it is still      *
      *                open, then the oldest open items;   *
      *                money left over stays on file as an *
      *                unapplied credit.                   *
      *****************************************************
       420-APPLY-CREDIT-RTN.
           MOVE WS-OI-AMOUNT TO WS-OI-LEFT.
           IF WS-OI-HAS-REF
               MOVE WS-OI-CUST-NO TO OI-CUST-NO
               MOVE WS-OI-REF-NUM TO OI-ITEM-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-IS-DEBIT AND OI-REMAINING > ZERO
                           PERFORM 460-PAY-DOWN-ITEM-RTN
                       END-IF
               END-READ
           END-IF.

           MOVE 'O' TO WS-OI-SEARCH.
           MOVE 'Y' TO WS-OI-FOUND.
           PERFORM 425-PAY-OLDEST-RTN
               UNTIL WS-OI-LEFT = ZERO
                  OR NOT WS-OI-IS-FOUND.

           IF WS-OI-LEFT > ZERO
               MOVE 'A' TO WS-OI-NEW-TYPE
               MOVE WS-OI-DATE TO WS-OI-NEW-DATE
               COMPUTE WS-OI-NEW-ORIGINAL = ZERO - WS-OI-LEFT
               MOVE WS-OI-NEW-ORIGINAL TO WS-OI-NEW-REMAINING
               PERFORM 480-WRITE-NEW-ITEM-RTN
           END-IF.

      *****************************************************
      *  425-PAY-OLDEST-RTN - Performed from 420-APPLY-    *
      *                CREDIT-RTN, pays down the oldest    *
      *                open debit item                     *
      *****************************************************
       425-PAY-OLDEST-RTN.
           PERFORM 450-SCAN-ITEMS-RTN.
           IF WS-OI-IS-FOUND
               MOVE WS-OI-CUST-NO TO OI-CUST-NO
               MOVE WS-OI-FOUND-ITEM TO OI-ITEM-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-OI-FOUND
                   NOT INVALID KEY
                       PERFORM 460-PAY-DOWN-ITEM-RTN
               END-READ
           END-IF.

      *****************************************************
      *  430-APPLY-REFUND-RTN - Performed from 400-POST-   *
      *                OPEN-ITEM-RTN for a refund.  The    *
      *                referenced item is reopened first,  *
      *                then unapplied credits are used up, *
      *                then paid items are reopened newest *
      *                first; anything left opens a new    *
      *                refund item.                        *
      *****************************************************
       430-APPLY-REFUND-RTN.
           MOVE WS-OI-AMOUNT TO WS-OI-LEFT.
           IF WS-OI-HAS-REF
               MOVE WS-OI-CUST-NO TO OI-CUST-NO
               MOVE WS-OI-REF-NUM TO OI-ITEM-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-IS-DEBIT
                          AND OI-REMAINING < OI-ORIGINAL-AMOUNT
                           PERFORM 465-REOPEN-ITEM-RTN
                       END-IF
               END-READ
           END-IF.

           MOVE 'A' TO WS-OI-SEARCH.
           MOVE 'Y' TO WS-OI-FOUND.
           PERFORM 415-USE-ONE-CREDIT-RTN
               UNTIL WS-OI-LEFT = ZERO
                  OR NOT WS-OI-IS-FOUND.

           MOVE 'N' TO WS-OI-SEARCH.
           MOVE 'Y' TO WS-OI-FOUND.
           PERFORM 435-REOPEN-NEWEST-RTN
               UNTIL WS-OI-LEFT = ZERO
                  OR NOT WS-OI-IS-FOUND.

           IF WS-OI-LEFT > ZERO
               MOVE 'R' TO WS-OI-NEW-TYPE
               MOVE WS-OI-DATE TO WS-OI-NEW-DATE
               MOVE WS-OI-LEFT TO WS-OI-NEW-ORIGINAL
               MOVE WS-OI-LEFT TO WS-OI-NEW-REMAINING
               PERFORM 480-WRITE-NEW-ITEM-RTN
           END-IF.

      *****************************************************
      *  435-REOPEN-NEWEST-RTN - Performed from 430-APPLY- *
      *                REFUND-RTN, reopens the most recent *
      *                item that has been paid on          *
      *****************************************************
       435-REOPEN-NEWEST-RTN.
           PERFORM 450-SCAN-ITEMS-RTN.
           IF WS-OI-IS-FOUND
               MOVE WS-OI-CUST-NO TO OI-CUST-NO
               MOVE WS-OI-FOUND-ITEM TO OI-ITEM-NO
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-OI-FOUND
                   NOT INVALID KEY
                       PERFORM 465-REOPEN-ITEM-RTN
               END-READ
           END-IF.

      *****************************************************
      *  450-SCAN-ITEMS-RTN - Performed from the 400-    *
      *                series routines, reads every item   *
      *                for WS-OI-CUST-NO.  WS-OI-SEARCH    *
      *                says what to look for: H counts the *
      *                items and finds the highest item    *
      *                number, O the oldest open debit, A  *
      *                the oldest unapplied credit, N the  *
      *                newest debit with something paid.   *
      *****************************************************
       450-SCAN-ITEMS-RTN.
           MOVE 'N' TO WS-OI-FOUND.
           MOVE 'Y' TO WS-OI-MORE.
           MOVE WS-OI-CUST-NO TO OI-CUST-NO.
           MOVE ZEROS TO OI-ITEM-NO.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'N' TO WS-OI-MORE
           END-START.

           PERFORM UNTIL WS-OI-MORE = 'N'
                      OR NOT WS-OI-FILE-OK
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-OI-MORE
                   NOT AT END
                       IF OI-CUST-NO NOT = WS-OI-CUST-NO
                           MOVE 'N' TO WS-OI-MORE
                       ELSE
                           PERFORM 455-CHECK-ONE-ITEM-RTN
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      *  455-CHECK-ONE-ITEM-RTN - Performed from 450-SCAN- *
      *                ITEMS-RTN for each of the customer's *
      *                items.  Items are ranked by their   *
      *                year and month, then item number.   *
      *****************************************************
       455-CHECK-ONE-ITEM-RTN.
           MOVE OI-ITEM-DATE TO WS-OI-THIS-KEY(1:6).
           MOVE OI-ITEM-NO TO WS-OI-THIS-KEY(7:5).

           EVALUATE TRUE
               WHEN WS-OI-SEARCH-HIGH
                   ADD 1 TO WS-OI-ITEM-COUNT
                   IF OI-ITEM-NO > WS-OI-HIGH-ITEM
                       MOVE OI-ITEM-NO TO WS-OI-HIGH-ITEM
                   END-IF
               WHEN WS-OI-SEARCH-OLDEST
                   IF OI-IS-DEBIT AND OI-REMAINING > ZERO
                       PERFORM 457-TAKE-IF-OLDER-RTN
                   END-IF
               WHEN WS-OI-SEARCH-CREDIT
                   IF OI-IS-UNAPPLIED AND OI-REMAINING < ZERO
                       PERFORM 457-TAKE-IF-OLDER-RTN
                   END-IF
               WHEN WS-OI-SEARCH-NEWEST
                   IF OI-IS-DEBIT
                      AND OI-REMAINING < OI-ORIGINAL-AMOUNT
                       PERFORM 458-TAKE-IF-NEWER-RTN
                   END-IF
           END-EVALUATE.

      *****************************************************
      *  457-TAKE-IF-OLDER-RTN - Performed from 455-CHECK- *
      *                ONE-ITEM-RTN, keeps the item if it  *
      *                is the oldest seen so far           *
      *****************************************************
       457-TAKE-IF-OLDER-RTN.
           IF NOT WS-OI-IS-FOUND
              OR WS-OI-THIS-KEY < WS-OI-BEST-KEY
               MOVE WS-OI-THIS-KEY TO WS-OI-BEST-KEY
               MOVE OI-ITEM-NO TO WS-OI-FOUND-ITEM
               MOVE 'Y' TO WS-OI-FOUND
           END-IF.

      *****************************************************
      *  458-TAKE-IF-NEWER-RTN - Performed from 455-CHECK- *
      *                ONE-ITEM-RTN, keeps the item if it  *
      *                is the newest seen so far           *
      *****************************************************
       458-TAKE-IF-NEWER-RTN.
           IF NOT WS-OI-IS-FOUND
              OR WS-OI-THIS-KEY > WS-OI-BEST-KEY
               MOVE WS-OI-THIS-KEY TO WS-OI-BEST-KEY
               MOVE OI-ITEM-NO TO WS-OI-FOUND-ITEM
               MOVE 'Y' TO WS-OI-FOUND
           END-IF.

      *****************************************************
      *  460-PAY-DOWN-ITEM-RTN - Performed from 420-APPLY- *
      *                CREDIT-RTN and 425-PAY-OLDEST-RTN,  *
      *                applies as much of WS-OI-LEFT as the *
      *                item in OPEN-ITEM-REC still owes    *
      *****************************************************
       460-PAY-DOWN-ITEM-RTN.
           MOVE OI-REMAINING TO WS-OI-APPLY.
           IF WS-OI-LEFT < WS-OI-APPLY
               MOVE WS-OI-LEFT TO WS-OI-APPLY
           END-IF.
           SUBTRACT WS-OI-APPLY FROM OI-REMAINING.
           SUBTRACT WS-OI-APPLY FROM WS-OI-LEFT.
           MOVE WS-OI-DATE TO OI-LAST-ACTIVITY.
           REWRITE OPEN-ITEM-REC.

      *****************************************************
      *  465-REOPEN-ITEM-RTN - Performed from 430-APPLY-   *
      *                REFUND-RTN and 435-REOPEN-NEWEST-   *
      *                RTN, puts back as much of WS-OI-LEFT *
      *                as has been paid on the item in     *
      *                OPEN-ITEM-REC                       *
      *****************************************************
       465-REOPEN-ITEM-RTN.
           COMPUTE WS-OI-APPLY = OI-ORIGINAL-AMOUNT - OI-REMAINING.
           IF WS-OI-LEFT < WS-OI-APPLY
               MOVE WS-OI-LEFT TO WS-OI-APPLY
           END-IF.
           ADD WS-OI-APPLY TO OI-REMAINING.
           SUBTRACT WS-OI-APPLY FROM WS-OI-LEFT.
           MOVE WS-OI-DATE TO OI-LAST-ACTIVITY.
           REWRITE OPEN-ITEM-REC.

      *****************************************************
      *  480-WRITE-NEW-ITEM-RTN - Performed from the 400-  *
      *                series routines, adds the next item *
      *                number for the customer from the    *
      *                WS-OI-NEW- fields                   *
      *****************************************************
       480-WRITE-NEW-ITEM-RTN.
           ADD 1 TO WS-OI-HIGH-ITEM.
           MOVE WS-OI-CUST-NO TO OI-CUST-NO.
           MOVE WS-OI-HIGH-ITEM TO OI-ITEM-NO.
           MOVE WS-OI-NEW-TYPE TO OI-ITEM-TYPE.
           MOVE WS-OI-NEW-DATE TO OI-ITEM-DATE.
           MOVE WS-OI-NEW-ORIGINAL TO OI-ORIGINAL-AMOUNT.
           MOVE WS-OI-NEW-REMAINING TO OI-REMAINING.
           MOVE WS-OI-DATE TO OI-LAST-ACTIVITY.
           WRITE OPEN-ITEM-REC
               INVALID KEY
                   DISPLAY 'OPEN ITEM ' OI-KEY ' ALREADY ON FILE'
           END-WRITE.

      *****************************************************
      *  500-YEAR-BREAK-RTN - Performed from 300-REPORT-  *
      *                RTN and 100-MAIN-MODULE, forces a  *

           PERFORM 650-WRITE-GL-MONTH-RTN
               VARYING WS-GL-TYPE-IDX FROM 1 BY 1
               UNTIL WS-GL-TYPE-IDX > 6.

           IF ARE-THERE-MORE-RECORDS = 'YES'
               MOVE ZERO TO WS-MONTH-SUBTOTAL
      *                MONTH-BREAK-RTN once per transaction *
      *                type, posts the month/type subtotal  *
      *                just totaled as one detail on the    *
      *                shared GL interface file.  Purchases,*
      *                finance charges and refunds debit    *
      *                receivables; payments and credits    *
      *                credit them.  A type                 *
      *                with no activity in the month posts  *
      *                nothing.                             *
      *****************************************************
                       TO GL-ACCOUNT-CODE
                   MOVE WS-YEAR-HOLD TO GL-PERIOD (1:4)
                   MOVE WS-MONTH-HOLD TO GL-PERIOD (5:2)
                   IF WS-GL-TYPE-IDX = 2 OR WS-GL-TYPE-IDX = 3
                          OR WS-GL-TYPE-IDX = 5
                       MOVE 'D' TO GL-DR-CR
                   ELSE
                       MOVE 'C' TO GL-DR-CR
               MOVE WS-CHART-IDX TO WS-CHART-MATCHED
           END-IF.

      *****************************************************
      *  670-WRITE-GL-RECLASS-RTN - Performed from 100-     *
      *                MAIN-MODULE before the control total. *
      *                A recycled payment that proved to be  *
      *                a bad-debt recovery was credited to   *
      *                AR-PAYMT with its month when it was   *
      *                first keyed; this moves the total of  *
      *                them to BD-RECOV in the run's period  *
      *                - a debit to AR-PAYMT and a credit to *
      *                BD-RECOV - held like any other GL     *
      *                posting when the period is closed or  *
      *                an account is not on the chart.       *
      *****************************************************
       670-WRITE-GL-RECLASS-RTN.
           IF WS-RECYCLED-RECOV-TOTAL > ZERO
               MOVE 'N' TO WS-DETAIL-CLOSED
               MOVE WS-DATE (1:6) TO WS-DETAIL-PERIOD
               PERFORM 657-CHECK-ONE-PERIOD-RTN
                   VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                         OR WS-DETAIL-IS-CLOSED
               IF WS-DETAIL-IS-CLOSED
                   MOVE WS-DETAIL-PERIOD TO GL-CLOSED-PERIOD-OUT
                   WRITE PRINT-REC FROM GL-CLOSED-LINE-OUT
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-CLOSED-REJECT-CTR
               ELSE
                   MOVE 1 TO WS-GL-TYPE-IDX
                   MOVE 'D' TO WS-RECLASS-DR-CR
                   PERFORM 675-WRITE-RECLASS-ONE-RTN
                   MOVE 6 TO WS-GL-TYPE-IDX
                   MOVE 'C' TO WS-RECLASS-DR-CR
                   PERFORM 675-WRITE-RECLASS-ONE-RTN
               END-IF
           END-IF.

      *****************************************************
      *  675-WRITE-RECLASS-ONE-RTN - Performed from 670-    *
      *                WRITE-GL-RECLASS-RTN, posts one side  *
      *                of the recovery reclass               *
      *****************************************************
       675-WRITE-RECLASS-ONE-RTN.
           PERFORM 660-CHECK-CHART-RTN.
           IF WS-CHART-COUNT > ZERO AND WS-CHART-MATCHED = ZERO
               MOVE WS-GL-TYPE-ACCT (WS-GL-TYPE-IDX)
                   TO GL-REJECT-ACCT-OUT
               WRITE PRINT-REC FROM GL-REJECT-LINE-OUT
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-GL-REJECT-CTR
           ELSE
               MOVE WS-GL-TYPE-ACCT (WS-GL-TYPE-IDX)
                   TO GL-ACCOUNT-CODE
               MOVE WS-DETAIL-PERIOD TO GL-PERIOD
               MOVE WS-RECLASS-DR-CR TO GL-DR-CR
               MOVE WS-RECYCLED-RECOV-TOTAL TO GL-AMOUNT
               MOVE 'PROJECT2' TO GL-SOURCE-JOB
               MOVE 'D' TO GL-RECORD-TYPE
               WRITE GL-POSTING-REC
               ADD WS-RECYCLED-RECOV-TOTAL TO WS-GL-POSTED-TOTAL
           END-IF.

      *****************************************************
      *  700-OVER-LIMIT-REPORT-RTN - Performed from 100-    *
      *                MAIN-MODULE after the last            *
                   AFTER ADVANCING 1 LINE
           END-IF.

      *****************************************************
      *  760-WO-ACTIVITY-TOTALS-RTN - Performed from 100-   *
      *                MAIN-MODULE, closes the written-off   *
      *                account activity report with its      *
      *                counts and the total recovered        *
      *****************************************************
       760-WO-ACTIVITY-TOTALS-RTN.
           IF WS-RECOVERY-CTR = ZERO AND WS-WO-PURCHASE-CTR = ZERO
               WRITE WO-ACTIVITY-REC FROM WO-NONE-OUT
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'BAD-DEBT RECOVERIES' TO WO-TOTAL-LABEL-OUT.
           MOVE WS-RECOVERY-CTR TO WO-TOTAL-COUNT-OUT.
           MOVE WS-RECOVERY-TOTAL TO WO-TOTAL-AMT-OUT.
           WRITE WO-ACTIVITY-REC FROM WO-TOTAL-OUT
               AFTER ADVANCING 2 LINES.

           MOVE 'PURCHASES FLAGGED' TO WO-TOTAL-LABEL-OUT.
           MOVE WS-WO-PURCHASE-CTR TO WO-TOTAL-COUNT-OUT.
           MOVE ZERO TO WO-TOTAL-AMT-OUT.
           WRITE WO-ACTIVITY-REC FROM WO-TOTAL-OUT
               AFTER ADVANCING 1 LINE.

      *****************************************************
      *  750-PRINT-OVER-LIMIT-RTN - Performed from 700-    *
      *                OVER-LIMIT-REPORT-RTN, prints one    *
