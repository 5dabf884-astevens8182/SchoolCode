      *  record, or one flagged mail-hold, goes to the exception   *
      *  list CH0601AX.RPT and the page is stamped DO NOT MAIL     *
      *  so it stays out of the mail pile.                         *
      *                                                            *
      *  A finance charge (type F, assessed by PROJECT2F) adds to  *
      *  the balance like a purchase and prints as FIN CHARGE.     *
      *  A refund pays money back out to the customer, so it too   *
      *  adds to the balance, the same way PROJECT2 posts it.      *
      *                                                            *
      *  A write-off (type W, from the PROJECT2W bad-debt run)     *
      *  reduces the balance and prints as WRITE-OFF.  Once an     *
      *  account is written off, PROJECT2 takes its payments as    *
      *  bad-debt recoveries that leave the balance alone, so      *
      *  they print as RECOVERY and stay out of the net change.    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              88 STMT-IS-PURCHASE                 VALUE 'U'.
              88 STMT-IS-REFUND                   VALUE 'R'.
              88 STMT-IS-CREDIT                   VALUE 'C'.
              88 STMT-IS-FINANCE-CHG              VALUE 'F'.
              88 STMT-IS-WRITE-OFF                VALUE 'W'.

       FD BAL-FILE.
       01 BAL-RECORD.
          05 WS-CUST-ON-MASTER                 PIC X
               VALUE 'Y'.
             88 WS-CUST-IS-ON-MASTER                 VALUE 'Y'.
          05 WS-CUST-WRITTEN-OFF               PIC X
               VALUE 'N'.
             88 WS-CUST-IS-WRITTEN-OFF               VALUE 'Y'.
          05 WS-NAME-HOLD.
             10 WS-NAME-HOLD-FIRST             PIC X(1).
             10 WS-NAME-HOLD-SECOND            PIC X(1).
               VALUE ZERO.
          05 WS-NET-CHANGE                     PIC S9(9)V99
               VALUE ZERO.
          05 WS-PAYMENT-TOTAL                  PIC S9(9)V99
               VALUE ZERO.
          05 WS-CLOSING-BALANCE                PIC S9(9)V99
               VALUE ZERO.
          05 WS-OPENING-BALANCE                PIC S9(9)V99
               ADD 1 TO WS-NOT-SHOWN-COUNT
           END-IF.

           IF STMT-IS-PURCHASE OR STMT-IS-FINANCE-CHG
                  OR STMT-IS-REFUND
               ADD STMT-AMOUNT-NUM TO WS-NET-CHANGE
           ELSE
               SUBTRACT STMT-AMOUNT-NUM FROM WS-NET-CHANGE
           END-IF.

           IF STMT-IS-PAYMENT
               ADD STMT-AMOUNT-NUM TO WS-PAYMENT-TOTAL
           END-IF.

      *****************************************************
      *  350-START-CUSTOMER-RTN - Performed from 300-      *
      *                COLLECT-RTN, resets the statement    *
           MOVE STMT-NAME-LAST-IN TO WS-NAME-HOLD-LAST.
           MOVE ZERO TO WS-TRANS-COUNT.
           MOVE ZERO TO WS-NET-CHANGE.
           MOVE ZERO TO WS-PAYMENT-TOTAL.
           MOVE ZERO TO WS-NOT-SHOWN-COUNT.

      *****************************************************
      *****************************************************
       500-CUSTOMER-BREAK-RTN.
           MOVE 'Y' TO WS-CUST-ON-MASTER.
           MOVE 'N' TO WS-CUST-WRITTEN-OFF.
           MOVE WS-NAME-HOLD TO XR-CUST-NAME.
           READ XREF-FILE
               INVALID KEY
                       NOT INVALID KEY
                           MOVE BAL-CUST-BALANCE
                               TO WS-CLOSING-BALANCE
                           IF BAL-IS-WRITTEN-OFF
                               MOVE 'Y' TO WS-CUST-WRITTEN-OFF
                           END-IF
                   END-READ
           END-READ.

      *    Payments on a written-off account were recoveries that
      *    never reached the balance - take them back out of the
      *    net change.
           IF WS-CUST-IS-WRITTEN-OFF
               ADD WS-PAYMENT-TOTAL TO WS-NET-CHANGE
           END-IF.

           COMPUTE WS-OPENING-BALANCE =
               WS-CLOSING-BALANCE - WS-NET-CHANGE.

           MOVE WS-TR-AMOUNT (WS-TRANS-IDX) TO STMT-AMOUNT-OUT.
           EVALUATE WS-TR-TYPE (WS-TRANS-IDX)
               WHEN 'P'
                   IF WS-CUST-IS-WRITTEN-OFF
                       MOVE 'RECOVERY' TO STMT-TYPE-OUT
                   ELSE
                       MOVE 'PAYMENT' TO STMT-TYPE-OUT
                   END-IF
               WHEN 'U'
                   MOVE 'PURCHASE' TO STMT-TYPE-OUT
               WHEN 'R'
                   MOVE 'REFUND' TO STMT-TYPE-OUT
               WHEN 'C'
                   MOVE 'CREDIT' TO STMT-TYPE-OUT
               WHEN 'F'
                   MOVE 'FIN CHARGE' TO STMT-TYPE-OUT
               WHEN 'W'
                   MOVE 'WRITE-OFF' TO STMT-TYPE-OUT
               WHEN OTHER
                   MOVE SPACES TO STMT-TYPE-OUT
           END-EVALUATE.
