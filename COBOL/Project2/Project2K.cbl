       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT2K.
      ************************************************************
      *  PROJECT2K  -  Credit-balance review report.  Reads the  *
      *              customer balance master and lists every     *
      *              customer carrying a credit (money we owe    *
      *              them from an over-payment or a large        *
      *              credit) larger than the review threshold,   *
      *              with the mailing address off the CH0601A.   *
      *              DAT address master PROJECT2D maintains.     *
      *              The supervisor marks up this list and the   *
      *              customer numbers approved go to the         *
      *              PROJECT2M refund run.                       *
      *                                                            *
      *  A customer with no address record or flagged mail-hold   *
      *  is listed with a note, since PROJECT2M will hold their   *
      *  refund back until the address is fixed.  A customer      *
      *  already refunded this month is noted as well - the      *
      *  refund R transaction clears the balance only when the   *
      *  next PROJECT2 cycle posts it.                           *
      *                                                            *
      *  CH0601CR.CTL, one 9-character record:                    *
      *      1-9   review threshold  9(7)V99 (000002500 = $25.00) *
      *  A missing or non-numeric threshold lists every credit.   *
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

           SELECT ADDR-MASTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601A.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CUST-NO
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT THRESHOLD-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601CR.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-STATUS.

           SELECT REVIEW-REPORT-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601CR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BAL-FILE.
       01 BAL-RECORD.
           COPY BALREC.

       FD ADDR-MASTER-FILE.
       01 ADDR-MASTER-REC.
           COPY ADDRREC.

       FD THRESHOLD-FILE
           RECORD CONTAINS 9 CHARACTERS.
       01 THRESHOLD-REC.
          05 TH-AMOUNT                         PIC X(9).
          05 TH-AMOUNT-NUM REDEFINES
             TH-AMOUNT                         PIC 9(7)V99.

       FD REVIEW-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 REVIEW-REPORT-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WORK-AREAS.
          05 ARE-THERE-MORE-RECORDS            PIC XXX
               VALUE 'YES'.
          05 WS-BAL-FILE-STATUS                PIC XX
               VALUE ZEROS.
             88 WS-BAL-FILE-OK                       VALUE '00'.
          05 WS-ADDR-STATUS                    PIC XX
               VALUE ZEROS.
             88 WS-ADDR-OK                           VALUE '00'.
          05 WS-ADDR-PRESENT                   PIC X
               VALUE 'Y'.
             88 WS-ADDR-IS-PRESENT                   VALUE 'Y'.
          05 WS-THRESHOLD-STATUS               PIC XX
               VALUE ZEROS.
             88 WS-THRESHOLD-OK                      VALUE '00'.
          05 WS-DATE.
             10 WS-YEAR                        PIC 9999.
             10 WS-MONTH                       PIC 99.
             10 WS-DAY                         PIC 99.
          05 WS-RUN-PERIOD                     PIC X(6)
               VALUE SPACES.
          05 WS-THRESHOLD                      PIC 9(7)V99
               VALUE ZERO.
          05 WS-CREDIT-AMOUNT                  PIC 9(9)V99
               VALUE ZERO.
          05 WS-CREDIT-COUNT                   PIC 9(5)
               VALUE ZERO.
          05 WS-CREDIT-TOTAL                   PIC 9(10)V99
               VALUE ZERO.
          05 WS-UNDER-COUNT                    PIC 9(5)
               VALUE ZERO.
          05 WS-NO-MAIL-COUNT                  PIC 9(5)
               VALUE ZERO.

       01 HDR1-CR-OUT.
          05                                   PIC X(20)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'CREDIT BALANCE REVIEW'.

       01 HDR2-CR-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(11)
               VALUE 'THRESHOLD'.
          05 HDR2-THRESHOLD-OUT                PIC $$,$$$,$$9.99.

       01 HDR3-CR-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'CUST'.
          05                                   PIC X(14)
               VALUE 'CUSTOMER'.
          05                                   PIC X(17)
               VALUE 'CREDIT OWED'.
          05                                   PIC X(10)
               VALUE 'LAST ACT'.
          05                                   PIC X(20)
               VALUE 'NOTE'.

       01 CR-DETAIL-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 CR-CUST-NO-OUT                    PIC 9(5).
          05                                   PIC X(2)
               VALUE SPACES.
          05 CR-NAME-OUT                       PIC X(12).
          05                                   PIC X(2)
               VALUE SPACES.
          05 CR-CREDIT-OUT                     PIC $$$,$$$,$$9.99.
          05                                   PIC X(3)
               VALUE SPACES.
          05 CR-LAST-MONTH-OUT                 PIC X(2).
          05                                   PIC X
               VALUE '/'.
          05 CR-LAST-YEAR-OUT                  PIC X(4).
          05                                   PIC X(3)
               VALUE SPACES.
          05 CR-NOTE-OUT                       PIC X(24).

       01 CR-ADDR-LINE1-OUT.
          05                                   PIC X(9)
               VALUE SPACES.
          05 CR-STREET-OUT                     PIC X(25).

       01 CR-ADDR-LINE2-OUT.
          05                                   PIC X(9)
               VALUE SPACES.
          05 CR-CITY-OUT                       PIC X(15).
          05                                   PIC X
               VALUE SPACE.
          05 CR-STATE-OUT                      PIC XX.
          05                                   PIC X(2)
               VALUE SPACES.
          05 CR-ZIP-OUT                        PIC X(9).

       01 CR-NO-ADDR-OUT.
          05                                   PIC X(9)
               VALUE SPACES.
          05 CR-NO-ADDR-TEXT-OUT               PIC X(50).

       01 CR-NONE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'NO CREDIT BALANCES OVER THE THRESHOLD'.

       01 COUNT-LINE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 COUNT-LABEL-OUT                   PIC X(30).
          05 COUNT-VALUE-OUT                   PIC ZZ,ZZ9.

       01 AMOUNT-LINE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 AMOUNT-LABEL-OUT                  PIC X(30).
          05 AMOUNT-VALUE-OUT                  PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT  BAL-FILE
                OUTPUT REVIEW-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE (1:6) TO WS-RUN-PERIOD.

           PERFORM 150-READ-THRESHOLD-RTN.

      *    A missing address master notes every customer listed -
      *    run PROJECT2D to build it.
           OPEN INPUT ADDR-MASTER-FILE.
           IF NOT WS-ADDR-OK
               MOVE 'N' TO WS-ADDR-PRESENT
           END-IF.

           WRITE REVIEW-REPORT-REC FROM HDR1-CR-OUT
               AFTER ADVANCING PAGE.
           MOVE WS-THRESHOLD TO HDR2-THRESHOLD-OUT.
           WRITE REVIEW-REPORT-REC FROM HDR2-CR-OUT
               AFTER ADVANCING 2 LINES.
           WRITE REVIEW-REPORT-REC FROM HDR3-CR-OUT
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REVIEW-REPORT-REC.
           WRITE REVIEW-REPORT-REC.

           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ BAL-FILE NEXT RECORD
                    AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                    NOT AT END
                       IF BAL-CUST-BALANCE < ZERO
                           PERFORM 300-REVIEW-CUSTOMER-RTN
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 700-PRINT-TOTALS-RTN.

           IF WS-ADDR-IS-PRESENT
               CLOSE ADDR-MASTER-FILE
           END-IF.
           CLOSE BAL-FILE
                 REVIEW-REPORT-FILE.

           STOP RUN.

      *****************************************************
      *  150-READ-THRESHOLD-RTN - Performed from 100-MAIN-  *
      *                MODULE, reads the review threshold   *
      *                from CH0601CR.CTL.  A missing, empty *
      *                or non-numeric file leaves it at     *
      *                zero so every credit is listed.      *
      *****************************************************
       150-READ-THRESHOLD-RTN.
           OPEN INPUT THRESHOLD-FILE.
           IF WS-THRESHOLD-OK
               READ THRESHOLD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TH-AMOUNT IS NUMERIC
                           MOVE TH-AMOUNT-NUM TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE THRESHOLD-FILE
           END-IF.

      *****************************************************
      *  300-REVIEW-CUSTOMER-RTN - Performed from 100-MAIN- *
      *                MODULE for each customer carrying a  *
      *                credit.  A credit over the threshold *
      *                is listed with its address block.    *
      *****************************************************
       300-REVIEW-CUSTOMER-RTN.
           COMPUTE WS-CREDIT-AMOUNT = ZERO - BAL-CUST-BALANCE.

           IF WS-CREDIT-AMOUNT NOT > WS-THRESHOLD
               ADD 1 TO WS-UNDER-COUNT
           ELSE
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL

               MOVE BAL-CUST-NO TO CR-CUST-NO-OUT
               MOVE BAL-CUST-NAME TO CR-NAME-OUT
               MOVE WS-CREDIT-AMOUNT TO CR-CREDIT-OUT
               MOVE BAL-LAST-TRANS-MONTH TO CR-LAST-MONTH-OUT
               MOVE BAL-LAST-TRANS-YEAR TO CR-LAST-YEAR-OUT
               EVALUATE TRUE
                   WHEN BAL-LAST-REFUND-PERIOD = WS-RUN-PERIOD
                       MOVE 'REFUNDED THIS MONTH' TO CR-NOTE-OUT
                   WHEN BAL-IS-WRITTEN-OFF
                       MOVE 'ACCOUNT WRITTEN OFF' TO CR-NOTE-OUT
                   WHEN OTHER
                       MOVE SPACES TO CR-NOTE-OUT
               END-EVALUATE
               WRITE REVIEW-REPORT-REC FROM CR-DETAIL-OUT
                   AFTER ADVANCING 2 LINES

               PERFORM 320-ADDRESS-BLOCK-RTN
           END-IF.

      *****************************************************
      *  320-ADDRESS-BLOCK-RTN - Performed from 300-REVIEW- *
      *                CUSTOMER-RTN, prints the mailing     *
      *                address under the customer, or the   *
      *                reason a refund could not be mailed  *
      *****************************************************
       320-ADDRESS-BLOCK-RTN.
           MOVE SPACES TO CR-NO-ADDR-TEXT-OUT.

           IF NOT WS-ADDR-IS-PRESENT
               MOVE 'NO ADDRESS MASTER ON FILE - REFUND WOULD BE HELD'
                   TO CR-NO-ADDR-TEXT-OUT
           ELSE
               MOVE BAL-CUST-NO TO AD-CUST-NO
               READ ADDR-MASTER-FILE
                   INVALID KEY
                       MOVE 'NO ADDRESS RECORD - REFUND WOULD BE HELD'
                           TO CR-NO-ADDR-TEXT-OUT
                   NOT INVALID KEY
                       IF AD-MAIL-HOLD
                           MOVE 'MAIL HOLD - REFUND WOULD BE HELD'
                               TO CR-NO-ADDR-TEXT-OUT
                       END-IF
               END-READ
           END-IF.

           IF CR-NO-ADDR-TEXT-OUT = SPACES
               MOVE AD-STREET TO CR-STREET-OUT
               WRITE REVIEW-REPORT-REC FROM CR-ADDR-LINE1-OUT
                   AFTER ADVANCING 1 LINE
               MOVE AD-CITY TO CR-CITY-OUT
               MOVE AD-STATE TO CR-STATE-OUT
               MOVE AD-POSTAL-CODE TO CR-ZIP-OUT
               WRITE REVIEW-REPORT-REC FROM CR-ADDR-LINE2-OUT
                   AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO WS-NO-MAIL-COUNT
               WRITE REVIEW-REPORT-REC FROM CR-NO-ADDR-OUT
                   AFTER ADVANCING 1 LINE
           END-IF.

      *****************************************************
      *  700-PRINT-TOTALS-RTN - Performed from 100-MAIN-    *
      *                MODULE, prints the counts and the    *
      *                total credit owed to those listed    *
      *****************************************************
       700-PRINT-TOTALS-RTN.
           IF WS-CREDIT-COUNT = ZERO
               WRITE REVIEW-REPORT-REC FROM CR-NONE-OUT
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO REVIEW-REPORT-REC.
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 2 LINES.

           MOVE 'CUSTOMERS LISTED' TO COUNT-LABEL-OUT.
           MOVE WS-CREDIT-COUNT TO COUNT-VALUE-OUT.
           WRITE REVIEW-REPORT-REC FROM COUNT-LINE-OUT.

           MOVE 'LISTED WITH NO MAILING ADDRESS' TO COUNT-LABEL-OUT.
           MOVE WS-NO-MAIL-COUNT TO COUNT-VALUE-OUT.
           WRITE REVIEW-REPORT-REC FROM COUNT-LINE-OUT.

           MOVE 'CREDITS AT OR UNDER THRESHOLD' TO COUNT-LABEL-OUT.
           MOVE WS-UNDER-COUNT TO COUNT-VALUE-OUT.
           WRITE REVIEW-REPORT-REC FROM COUNT-LINE-OUT.

           MOVE 'TOTAL CREDIT LISTED' TO AMOUNT-LABEL-OUT.
           MOVE WS-CREDIT-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE REVIEW-REPORT-REC FROM AMOUNT-LINE-OUT
               AFTER ADVANCING 2 LINES.
