      *              of a guess list.  A balance with no stamp   *
      *              (never touched since the fields were added) *
      *              falls in the 90+ bucket and is flagged.     *
      *                                                            *
      *  Customers carrying a credit are not aged, but their      *
      *  count and the total credit owed to them close the        *
      *  report; PROJECT2K lists them for refund review.          *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               OCCURS 4 TIMES VALUE ZERO.
          05 WS-BUCKET-TOTAL                   PIC 9(10)V99
               OCCURS 4 TIMES VALUE ZERO.
          05 WS-CREDIT-COUNT                   PIC 9(5)
               VALUE ZERO.
          05 WS-CREDIT-TOTAL                   PIC 9(10)V99
               VALUE ZERO.

       01 HDR1-AGE-OUT.
          05                                   PIC X(20)
                       IF BAL-CUST-BALANCE > ZERO
                           PERFORM 300-AGE-CUSTOMER-RTN
                       END-IF
                       IF BAL-CUST-BALANCE < ZERO
                           ADD 1 TO WS-CREDIT-COUNT
                           SUBTRACT BAL-CUST-BALANCE
                               FROM WS-CREDIT-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      *  700-BUCKET-TOTALS-RTN - Performed from 100-MAIN-  *
      *                MODULE, prints the count and dollar  *
      *                total for each aging bucket, then    *
      *                the credit balances owed out         *
      *****************************************************
       700-BUCKET-TOTALS-RTN.
           MOVE SPACES TO AGING-REPORT-REC.
           MOVE WS-BUCKET-COUNT (4) TO BUCKET-COUNT-OUT.
           MOVE WS-BUCKET-TOTAL (4) TO BUCKET-AMT-OUT.
           WRITE AGING-REPORT-REC FROM BUCKET-TOTAL-OUT.

           MOVE 'CREDITS   ' TO BUCKET-LABEL-OUT.
           MOVE WS-CREDIT-COUNT TO BUCKET-COUNT-OUT.
           MOVE WS-CREDIT-TOTAL TO BUCKET-AMT-OUT.
           WRITE AGING-REPORT-REC FROM BUCKET-TOTAL-OUT
               AFTER ADVANCING 2 LINES.
