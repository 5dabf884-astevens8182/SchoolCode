      *              number is listed as not set - numbers are   *
      *              assigned only by PROJECT2N.  Prints a       *
      *              register of every limit set with counts.    *
      *                                                            *
      *  Column 22 of a limit transaction is the finance-charge   *
      *  exemption: Y exempts the customer from the PROJECT2F     *
      *  month-end run, N makes them chargeable again, and blank  *
      *  leaves the flag as it stands.                            *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.

       FD LIMIT-TRANS-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  LIMIT-TRANS-REC.
           05 LT-CUST-NAME                     PIC X(12).
           05 LT-CREDIT-LIMIT                  PIC 9(7)V99.
           05 LT-FC-EXEMPT                     PIC X.
              88 LT-FC-EXEMPT-VALID               VALUE 'Y', 'N'.

       FD BAL-FILE.
       01 BAL-RECORD.
      *  350-REWRITE-LIMIT-RTN - Performed from 300-SET-    *
      *                LIMIT-RTN once the xref supplies the  *
      *                customer number, rewrites the limit   *
      *                (and any finance-charge exemption) on *
      *                the number-keyed balance record       *
      *****************************************************
       350-REWRITE-LIMIT-RTN.
           MOVE XR-CUST-NO TO BAL-CUST-NO.
                   ADD 1 TO WS-NOT-SET-COUNT
               NOT INVALID KEY
                   MOVE LT-CREDIT-LIMIT TO BAL-CREDIT-LIMIT
                   IF LT-FC-EXEMPT-VALID
                       MOVE LT-FC-EXEMPT TO BAL-FC-EXEMPT
                   END-IF
                   REWRITE BAL-RECORD
                   EVALUATE LT-FC-EXEMPT
                       WHEN 'Y'
                           MOVE 'LIMIT SET - FIN CHG EXEMPT'
                               TO LIMIT-RESULT-OUT
                       WHEN 'N'
                           MOVE 'LIMIT SET - FIN CHG APPLIES'
                               TO LIMIT-RESULT-OUT
                       WHEN OTHER
                           MOVE 'LIMIT SET' TO LIMIT-RESULT-OUT
                   END-EVALUATE
                   ADD 1 TO WS-SET-COUNT
           END-READ.

