       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT2O.
      ************************************************************
      *  PROJECT2O  -  Open-item aging and balance proof.  Reads *
      *              the open-item file CH0601OI.DAT PROJECT2    *
      *              maintains and ages every item still owing   *
      *              by the item's own year and month into       *
      *              current / 30 / 60 / 90+, with counts and    *
      *              dollar totals per bucket, on CH0601OA.RPT.  *
      *              Unapplied credits (type A) are listed and   *
      *              totaled apart from the buckets.  This is    *
      *              the true aging - PROJECT2A can only age a   *
      *              whole balance by its last activity.         *
      *                                                            *
      *  The items are matched against the balance master in      *
      *  customer-number order.  Any customer whose remaining     *
      *  amounts do not add up to BAL-CUST-BALANCE - including a  *
      *  balance with no items at all, or items with no master    *
      *  record - is listed on the out-of-balance report          *
      *  CH0601OB.RPT with the difference.  Both files are read   *
      *  only, so the run needs no lock.                          *
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

           SELECT OPEN-ITEM-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601OI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OI-FILE-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601OA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROOF-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601OB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BAL-FILE.
       01 BAL-RECORD.
           COPY BALREC.

       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-REC.
           COPY OPENITEM.

       FD AGING-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 AGING-REPORT-REC                     PIC X(80).

       FD PROOF-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 PROOF-REPORT-REC                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WORK-AREAS.
          05 WS-BAL-FILE-STATUS                PIC XX
               VALUE ZEROS.
             88 WS-BAL-FILE-OK                       VALUE '00'.
          05 WS-OI-FILE-STATUS                 PIC XX
               VALUE ZEROS.
             88 WS-OI-FILE-OK                        VALUE '00'.
          05 WS-DATE.
             10 WS-YEAR                        PIC 9999.
             10 WS-MONTH                       PIC 99.
             10 WS-DAY                         PIC 99.
          05 WS-TODAY-MONTHS                   PIC 9(6)
               VALUE ZERO.
          05 WS-ITEM-MONTHS                    PIC 9(6)
               VALUE ZERO.
          05 WS-AGE-MONTHS                     PIC S9(4)
               VALUE ZERO.
          05 WS-ITEM-YEAR-NUM                  PIC 9(4)
               VALUE ZERO.
          05 WS-ITEM-MONTH-NUM                 PIC 9(2)
               VALUE ZERO.
          05 WS-BUCKET                         PIC 9
               VALUE ZERO.

      *    Match keys - 999999 is past any real customer number
      *    and marks the file as exhausted.
          05 WS-BAL-MATCH-NO                   PIC 9(6)
               VALUE ZERO.
          05 WS-OI-MATCH-NO                    PIC 9(6)
               VALUE ZERO.
          05 WS-CUR-CUST-NO                    PIC 9(6)
               VALUE ZERO.
          05 WS-MASTER-FOUND                   PIC X
               VALUE 'N'.
             88 WS-MASTER-IS-FOUND                   VALUE 'Y'.
          05 WS-MASTER-BALANCE                 PIC S9(9)V99
               VALUE ZERO.
          05 WS-ITEMS-TOTAL                    PIC S9(9)V99
               VALUE ZERO.
          05 WS-ITEMS-COUNT                    PIC 9(5)
               VALUE ZERO.
          05 WS-DIFFERENCE                     PIC S9(9)V99
               VALUE ZERO.

          05 WS-BUCKET-COUNT                   PIC 9(5)
               OCCURS 4 TIMES VALUE ZERO.
          05 WS-BUCKET-TOTAL                   PIC 9(10)V99
               OCCURS 4 TIMES VALUE ZERO.
          05 WS-UNAPPLIED-COUNT                PIC 9(5)
               VALUE ZERO.
          05 WS-UNAPPLIED-TOTAL                PIC S9(10)V99
               VALUE ZERO.
          05 WS-CUSTOMERS-CHECKED              PIC 9(5)
               VALUE ZERO.
          05 WS-OUT-OF-BALANCE-COUNT           PIC 9(5)
               VALUE ZERO.

       01 HDR1-AGE-OUT.
          05                                   PIC X(20)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'OPEN-ITEM AGING REPORT'.

       01 HDR2-AGE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(8)
               VALUE 'CUST NO'.
          05                                   PIC X(8)
               VALUE 'ITEM'.
          05                                   PIC X(5)
               VALUE 'TYPE'.
          05                                   PIC X(9)
               VALUE 'DATE'.
          05                                   PIC X(14)
               VALUE 'ORIGINAL'.
          05                                   PIC X(14)
               VALUE 'REMAINING'.
          05                                   PIC X(10)
               VALUE 'BUCKET'.

       01 AGE-DETAIL-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 AGE-CUST-NO-OUT                   PIC 9(5).
          05                                   PIC X(3)
               VALUE SPACES.
          05 AGE-ITEM-NO-OUT                   PIC 9(5).
          05                                   PIC X(4)
               VALUE SPACES.
          05 AGE-TYPE-OUT                      PIC X.
          05                                   PIC X(3)
               VALUE SPACES.
          05 AGE-MONTH-OUT                     PIC X(2).
          05                                   PIC X
               VALUE '/'.
          05 AGE-YEAR-OUT                      PIC X(4).
          05                                   PIC X
               VALUE SPACES.
          05 AGE-ORIGINAL-OUT                  PIC $$,$$$,$$9.99-.
          05 AGE-REMAINING-OUT                 PIC $$,$$$,$$9.99-.
          05                                   PIC X
               VALUE SPACES.
          05 AGE-BUCKET-OUT                    PIC X(10).

       01 BUCKET-TOTAL-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 BUCKET-LABEL-OUT                  PIC X(10).
          05                                   PIC X(7)
               VALUE 'COUNT'.
          05 BUCKET-COUNT-OUT                  PIC ZZ,ZZ9.
          05                                   PIC X(4)
               VALUE SPACES.
          05                                   PIC X(6)
               VALUE 'TOTAL'.
          05 BUCKET-AMT-OUT                    PIC $$,$$$,$$$,$$9.99-.

       01 HDR1-PROOF-OUT.
          05                                   PIC X(20)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'OPEN ITEMS OUT OF BALANCE'.

       01 HDR2-PROOF-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(8)
               VALUE 'CUST NO'.
          05                                   PIC X(15)
               VALUE 'CUSTOMER'.
          05                                   PIC X(15)
               VALUE 'MASTER BAL'.
          05                                   PIC X(15)
               VALUE 'ITEMS TOTAL'.
          05                                   PIC X(15)
               VALUE 'DIFFERENCE'.

       01 PROOF-DETAIL-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 PROOF-CUST-NO-OUT                 PIC 9(5).
          05                                   PIC X(3)
               VALUE SPACES.
          05 PROOF-NAME-FIRST-OUT              PIC X(1).
          05                                   PIC X
               VALUE '.'.
          05 PROOF-NAME-SECOND-OUT             PIC X(1).
          05                                   PIC X
               VALUE '.'.
          05 PROOF-NAME-LAST-OUT               PIC X(10).
          05                                   PIC X
               VALUE SPACES.
          05 PROOF-MASTER-OUT                  PIC $$$,$$$,$$9.99-.
          05 PROOF-ITEMS-OUT                   PIC $$$,$$$,$$9.99-.
          05 PROOF-DIFF-OUT                    PIC $$$,$$$,$$9.99-.

       01 PROOF-NOTE-OUT.
          05                                   PIC X(12)
               VALUE SPACES.
          05 PROOF-NOTE-TEXT-OUT               PIC X(40).

       01 PROOF-COUNT-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 PROOF-COUNT-LABEL-OUT             PIC X(30).
          05 PROOF-COUNT-NUM-OUT               PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT  BAL-FILE
                       OPEN-ITEM-FILE
                OUTPUT AGING-REPORT-FILE
                       PROOF-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           COMPUTE WS-TODAY-MONTHS =
               (WS-YEAR * 12) + WS-MONTH.

           WRITE AGING-REPORT-REC FROM HDR1-AGE-OUT
               AFTER ADVANCING PAGE.
           WRITE AGING-REPORT-REC FROM HDR2-AGE-OUT
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           WRITE PROOF-REPORT-REC FROM HDR1-PROOF-OUT
               AFTER ADVANCING PAGE.
           WRITE PROOF-REPORT-REC FROM HDR2-PROOF-OUT
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

      *    A missing open-item file still runs - every customer
      *    with a balance then shows as out of balance.
           IF WS-OI-FILE-OK
               PERFORM 360-READ-OPEN-ITEM-RTN
           ELSE
               MOVE 999999 TO WS-OI-MATCH-NO
           END-IF.
           PERFORM 350-READ-BAL-RTN.

           PERFORM 300-MATCH-CUSTOMER-RTN
               UNTIL WS-BAL-MATCH-NO = 999999
                 AND WS-OI-MATCH-NO = 999999.

           PERFORM 700-BUCKET-TOTALS-RTN.
           PERFORM 750-PROOF-TOTALS-RTN.

           CLOSE BAL-FILE
                 AGING-REPORT-FILE
                 PROOF-REPORT-FILE.
           IF WS-OI-FILE-OK OR WS-OI-FILE-STATUS = '10'
               CLOSE OPEN-ITEM-FILE
           END-IF.

           STOP RUN.

      *****************************************************
      *  300-MATCH-CUSTOMER-RTN - Performed from 100-MAIN- *
      *                MODULE once per customer number on   *
      *                either file.  Ages and totals that   *
      *                customer's items, then proves the    *
      *                total against the master balance.    *
      *****************************************************
       300-MATCH-CUSTOMER-RTN.
           IF WS-BAL-MATCH-NO NOT > WS-OI-MATCH-NO
               MOVE WS-BAL-MATCH-NO TO WS-CUR-CUST-NO
               MOVE 'Y' TO WS-MASTER-FOUND
               MOVE BAL-CUST-BALANCE TO WS-MASTER-BALANCE
               MOVE BAL-CUST-NAME-FIRST TO PROOF-NAME-FIRST-OUT
               MOVE BAL-CUST-NAME-SECOND TO PROOF-NAME-SECOND-OUT
               MOVE BAL-CUST-NAME-LAST TO PROOF-NAME-LAST-OUT
           ELSE
               MOVE WS-OI-MATCH-NO TO WS-CUR-CUST-NO
               MOVE 'N' TO WS-MASTER-FOUND
               MOVE ZERO TO WS-MASTER-BALANCE
               MOVE SPACES TO PROOF-NAME-FIRST-OUT
               MOVE SPACES TO PROOF-NAME-SECOND-OUT
               MOVE SPACES TO PROOF-NAME-LAST-OUT
           END-IF.

           MOVE ZERO TO WS-ITEMS-TOTAL.
           MOVE ZERO TO WS-ITEMS-COUNT.
           PERFORM 320-AGE-ITEM-RTN
               UNTIL WS-OI-MATCH-NO NOT = WS-CUR-CUST-NO.

           ADD 1 TO WS-CUSTOMERS-CHECKED.
           IF WS-ITEMS-TOTAL NOT = WS-MASTER-BALANCE
               PERFORM 400-OUT-OF-BALANCE-RTN
           END-IF.

           IF WS-MASTER-IS-FOUND
               PERFORM 350-READ-BAL-RTN
           END-IF.

      *****************************************************
      *  320-AGE-ITEM-RTN - Performed from 300-MATCH-      *
      *                CUSTOMER-RTN for each item the       *
      *                customer has.  Paid items count      *
      *                toward the proof only; open debits   *
      *                are bucketed by the item's own date  *
      *                and unapplied credits listed apart.  *
      *****************************************************
       320-AGE-ITEM-RTN.
           ADD 1 TO WS-ITEMS-COUNT.
           ADD OI-REMAINING TO WS-ITEMS-TOTAL.

           IF OI-REMAINING NOT = ZERO
               IF OI-REMAINING < ZERO
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   ADD OI-REMAINING TO WS-UNAPPLIED-TOTAL
                   MOVE 'UNAPPLIED' TO AGE-BUCKET-OUT
               ELSE
                   PERFORM 330-BUCKET-ITEM-RTN
                   ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET)
                   ADD OI-REMAINING TO WS-BUCKET-TOTAL (WS-BUCKET)
               END-IF
               MOVE OI-CUST-NO TO AGE-CUST-NO-OUT
               MOVE OI-ITEM-NO TO AGE-ITEM-NO-OUT
               MOVE OI-ITEM-TYPE TO AGE-TYPE-OUT
               MOVE OI-ITEM-MONTH TO AGE-MONTH-OUT
               MOVE OI-ITEM-YEAR TO AGE-YEAR-OUT
               MOVE OI-ORIGINAL-AMOUNT TO AGE-ORIGINAL-OUT
               MOVE OI-REMAINING TO AGE-REMAINING-OUT
               WRITE AGING-REPORT-REC FROM AGE-DETAIL-OUT
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM 360-READ-OPEN-ITEM-RTN.

      *****************************************************
      *  330-BUCKET-ITEM-RTN - Performed from 320-AGE-ITEM-*
      *                RTN, computes the item's age in      *
      *                months from its year and month.  An  *
      *                item with no usable date falls in    *
      *                the 90+ bucket and is flagged.       *
      *****************************************************
       330-BUCKET-ITEM-RTN.
           IF OI-ITEM-YEAR IS NOT NUMERIC
                  OR OI-ITEM-MONTH IS NOT NUMERIC
               MOVE 4 TO WS-BUCKET
               MOVE 'NO DATE' TO AGE-BUCKET-OUT
           ELSE
               MOVE OI-ITEM-YEAR TO WS-ITEM-YEAR-NUM
               MOVE OI-ITEM-MONTH TO WS-ITEM-MONTH-NUM
               COMPUTE WS-ITEM-MONTHS =
                   (WS-ITEM-YEAR-NUM * 12) + WS-ITEM-MONTH-NUM
               COMPUTE WS-AGE-MONTHS =
                   WS-TODAY-MONTHS - WS-ITEM-MONTHS
               EVALUATE TRUE
                   WHEN WS-AGE-MONTHS < 1
                       MOVE 1 TO WS-BUCKET
                       MOVE 'CURRENT' TO AGE-BUCKET-OUT
                   WHEN WS-AGE-MONTHS < 2
                       MOVE 2 TO WS-BUCKET
                       MOVE '30 DAYS' TO AGE-BUCKET-OUT
                   WHEN WS-AGE-MONTHS < 3
                       MOVE 3 TO WS-BUCKET
                       MOVE '60 DAYS' TO AGE-BUCKET-OUT
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
                       MOVE '90+ DAYS' TO AGE-BUCKET-OUT
               END-EVALUATE
           END-IF.

      *****************************************************
      *  350-READ-BAL-RTN - Performed from 100-MAIN-MODULE *
      *                and 300-MATCH-CUSTOMER-RTN, reads the *
      *                next balance master record           *
      *****************************************************
       350-READ-BAL-RTN.
           READ BAL-FILE NEXT RECORD
               AT END
                   MOVE 999999 TO WS-BAL-MATCH-NO
               NOT AT END
                   MOVE BAL-CUST-NO TO WS-BAL-MATCH-NO
           END-READ.

      *****************************************************
      *  360-READ-OPEN-ITEM-RTN - Performed from 100-MAIN- *
      *                MODULE and 320-AGE-ITEM-RTN, reads    *
      *                the next open item                    *
      *****************************************************
       360-READ-OPEN-ITEM-RTN.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 999999 TO WS-OI-MATCH-NO
               NOT AT END
                   MOVE OI-CUST-NO TO WS-OI-MATCH-NO
           END-READ.

      *****************************************************
      *  400-OUT-OF-BALANCE-RTN - Performed from 300-MATCH-*
      *                CUSTOMER-RTN, lists a customer whose  *
      *                items do not total the master balance *
      *****************************************************
       400-OUT-OF-BALANCE-RTN.
           ADD 1 TO WS-OUT-OF-BALANCE-COUNT.
           COMPUTE WS-DIFFERENCE =
               WS-MASTER-BALANCE - WS-ITEMS-TOTAL.

           MOVE WS-CUR-CUST-NO TO PROOF-CUST-NO-OUT.
           MOVE WS-MASTER-BALANCE TO PROOF-MASTER-OUT.
           MOVE WS-ITEMS-TOTAL TO PROOF-ITEMS-OUT.
           MOVE WS-DIFFERENCE TO PROOF-DIFF-OUT.
           WRITE PROOF-REPORT-REC FROM PROOF-DETAIL-OUT
               AFTER ADVANCING 1 LINE.

           EVALUATE TRUE
               WHEN NOT WS-MASTER-IS-FOUND
                   MOVE 'NO BALANCE MASTER RECORD'
                       TO PROOF-NOTE-TEXT-OUT
                   WRITE PROOF-REPORT-REC FROM PROOF-NOTE-OUT
                       AFTER ADVANCING 1 LINE
               WHEN WS-ITEMS-COUNT = ZERO
                   MOVE 'NO OPEN ITEMS ON FILE'
                       TO PROOF-NOTE-TEXT-OUT
                   WRITE PROOF-REPORT-REC FROM PROOF-NOTE-OUT
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.

      *****************************************************
      *  700-BUCKET-TOTALS-RTN - Performed from 100-MAIN-  *
      *                MODULE, prints the count and dollar  *
      *                total for each aging bucket and for  *
      *                the unapplied credits                *
      *****************************************************
       700-BUCKET-TOTALS-RTN.
           MOVE SPACES TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC AFTER ADVANCING 2 LINES.

           MOVE 'CURRENT   ' TO BUCKET-LABEL-OUT.
           MOVE WS-BUCKET-COUNT (1) TO BUCKET-COUNT-OUT.
           MOVE WS-BUCKET-TOTAL (1) TO BUCKET-AMT-OUT.
           WRITE AGING-REPORT-REC FROM BUCKET-TOTAL-OUT.

           MOVE '30 DAYS   ' TO BUCKET-LABEL-OUT.
           MOVE WS-BUCKET-COUNT (2) TO BUCKET-COUNT-OUT.
           MOVE WS-BUCKET-TOTAL (2) TO BUCKET-AMT-OUT.
           WRITE AGING-REPORT-REC FROM BUCKET-TOTAL-OUT.

           MOVE '60 DAYS   ' TO BUCKET-LABEL-OUT.
           MOVE WS-BUCKET-COUNT (3) TO BUCKET-COUNT-OUT.
           MOVE WS-BUCKET-TOTAL (3) TO BUCKET-AMT-OUT.
           WRITE AGING-REPORT-REC FROM BUCKET-TOTAL-OUT.

           MOVE '90+ DAYS  ' TO BUCKET-LABEL-OUT.
           MOVE WS-BUCKET-COUNT (4) TO BUCKET-COUNT-OUT.
           MOVE WS-BUCKET-TOTAL (4) TO BUCKET-AMT-OUT.
           WRITE AGING-REPORT-REC FROM BUCKET-TOTAL-OUT.

           MOVE 'UNAPPLIED ' TO BUCKET-LABEL-OUT.
           MOVE WS-UNAPPLIED-COUNT TO BUCKET-COUNT-OUT.
           MOVE WS-UNAPPLIED-TOTAL TO BUCKET-AMT-OUT.
           WRITE AGING-REPORT-REC FROM BUCKET-TOTAL-OUT.

      *****************************************************
      *  750-PROOF-TOTALS-RTN - Performed from 100-MAIN-   *
      *                MODULE, prints the customer counts   *
      *                at the foot of the proof report      *
      *****************************************************
       750-PROOF-TOTALS-RTN.
           MOVE SPACES TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC AFTER ADVANCING 2 LINES.

           MOVE 'CUSTOMERS CHECKED' TO PROOF-COUNT-LABEL-OUT.
           MOVE WS-CUSTOMERS-CHECKED TO PROOF-COUNT-NUM-OUT.
           WRITE PROOF-REPORT-REC FROM PROOF-COUNT-OUT.

           MOVE 'CUSTOMERS OUT OF BALANCE' TO PROOF-COUNT-LABEL-OUT.
           MOVE WS-OUT-OF-BALANCE-COUNT TO PROOF-COUNT-NUM-OUT.
           WRITE PROOF-REPORT-REC FROM PROOF-COUNT-OUT.
