      *  posted - so the report shows what is still at risk,      *
      *  not just what was originated.  A missing servicing       *
      *  master leaves exposure equal to originations.            *
      *                                                            *
      *  A loan PROJECT3S has marked paid in full is no longer    *
      *  exposure: it is counted on its own closed-loans line at  *
      *  its original amount, and the exposure line counts only   *
      *  the loans still open.                                    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-SERVICING-PRESENT    PIC X        VALUE 'Y'.
               88  WS-SERVICING-IS-PRESENT          VALUE 'Y'.
           05  WS-OUTSTANDING-TOTAL    PIC 9(10)V99 VALUE ZEROS.
           05  WS-OUTSTANDING-COUNT    PIC 9(5)     VALUE ZEROS.
           05  WS-CLOSED-COUNT         PIC 9(5)     VALUE ZEROS.
           05  WS-CLOSED-TOTAL         PIC 9(10)    VALUE ZEROS.

       COPY LOANCTL.

      *              off the servicing master into the         *
      *              outstanding exposure total.  A loan with  *
      *              no servicing record has had no payment -  *
      *              its whole amount is still out.  A loan    *
      *              paid in full goes to the closed totals.   *
      **********************************************************
       450-TALLY-OUTSTANDING-RTN.
           IF NOT WS-SERVICING-IS-PRESENT
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD PF-LOAN-AMOUNT TO WS-OUTSTANDING-TOTAL
           ELSE
               MOVE PF-LOAN-NO TO SV-LOAN-NO
               READ SERVICING-FILE
                   INVALID KEY
                       ADD 1 TO WS-OUTSTANDING-COUNT
                       ADD PF-LOAN-AMOUNT TO WS-OUTSTANDING-TOTAL
                   NOT INVALID KEY
                       IF SV-IS-PAID-IN-FULL
                           ADD 1 TO WS-CLOSED-COUNT
                           ADD PF-LOAN-AMOUNT TO WS-CLOSED-TOTAL
                       ELSE
                           ADD 1 TO WS-OUTSTANDING-COUNT
                           ADD SV-OUT-BALANCE TO WS-OUTSTANDING-TOTAL
                       END-IF
               END-READ
           END-IF.

               AFTER ADVANCING 2 LINES

           MOVE 'OUTSTANDING EXPOSURE  ' TO DL-OUT-LABEL
           MOVE WS-OUTSTANDING-COUNT TO DL-OUT-COUNT
           MOVE WS-OUTSTANDING-TOTAL TO DL-OUT-TOTAL
           WRITE SUMMARY-REPORT-REC FROM DL-SUMMARY-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'CLOSED - PAID IN FULL ' TO DL-OUT-LABEL
           MOVE WS-CLOSED-COUNT TO DL-OUT-COUNT
           MOVE WS-CLOSED-TOTAL TO DL-OUT-TOTAL
           WRITE SUMMARY-REPORT-REC FROM DL-SUMMARY-LINE
               AFTER ADVANCING 2 LINES

           WRITE SUMMARY-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

