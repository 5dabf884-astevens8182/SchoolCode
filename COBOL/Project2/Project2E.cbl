      *              as keyed, checks that the amount is         *
      *              numeric, the month is 01-12, the year is    *
      *              reasonable, and the transaction type is in  *
      *              the valid P/U/R/C/F/W set, then writes      *
      *              clean records to CH0601E.DAT - the file     *
      *              PROJECT2's sort now consumes - and rejects  *
      *              to an error report with the reason on each  *
      *              line.  Bad keying stops here instead of     *
      *  file for the next PROJECT2 cycle and logs declined       *
      *  ones.  A missing threshold file diverts nothing -        *
      *  every refund posts as it always has.                     *
      *                                                            *
      *  Type F is the finance charge the PROJECT2F month-end     *
      *  run appends to CH0601.DAT; it edits and passes to the    *
      *  sort like any keyed transaction.  Type W, the write-off  *
      *  the PROJECT2W bad-debt run appends, is handled the same  *
      *  way.                                                     *
      *                                                            *
      *  Columns 26-30 may carry the number of the open item a    *
      *  payment, credit or refund applies to; when keyed it      *
      *  must be numeric.                                         *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              RAW-AMOUNT                       PIC 9(6).
           05 RAW-TRANS-TYPE                   PIC X(1).
              88 RAW-TYPE-VALID                   VALUE 'P', 'U',
                                                        'R', 'C',
                                                        'F', 'W'.
              88 RAW-TYPE-REFUND                  VALUE 'R'.
           05 RAW-ITEM-REF                     PIC X(5).
           05                                  PIC X(3).

       FD CUST-EDITED-FILE
           RECORD CONTAINS 33 CHARACTERS.
               WHEN RAW-YEAR-NUM < 1980 OR RAW-YEAR-NUM > 2099
                   MOVE 'YEAR OUT OF RANGE' TO WS-REJECT-REASON
               WHEN NOT RAW-TYPE-VALID
                   MOVE 'TYPE NOT P/U/R/C/F/W' TO WS-REJECT-REASON
               WHEN RAW-ITEM-REF NOT = SPACES
                AND RAW-ITEM-REF IS NOT NUMERIC
                   MOVE 'ITEM REF NOT NUMERIC' TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
