      *              alone.  The next number is one past the     *
      *              highest already on the master, so reruns    *
      *              never reuse a number.                       *
      *                                                          *
      *  A request may carry a student SSN in columns 13-21 -    *
      *  the CH1004B tuition billing run writes one for every    *
      *  student it bills for the first time.  When such a name  *
      *  is given its new number, the SSN-to-customer link is    *
      *  written to CH0601SL.DAT so the student's later terms    *
      *  bill the same account.  A student whose name is already *
      *  assigned is listed as not linked and left for hand      *
      *  set-up, so a student is never tied to someone else's    *
      *  account.                                                *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS XR-CUST-NAME
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT STUDENT-LINK-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601SL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-SOC-SEC-NO
               FILE STATUS IS WS-LINK-FILE-STATUS.

           SELECT ASSIGN-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601N.RPT"
       FILE SECTION.

       FD NEW-CUST-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  NEW-CUST-REC.
           05 NC-CUST-NAME.
              10 NC-NAME-FIRST                 PIC X(1).
              10 NC-NAME-SECOND                PIC X(1).
              10 NC-NAME-LAST                  PIC X(10).
           05 NC-STUDENT-SSN                   PIC X(9).

       FD BAL-FILE.
       01 BAL-RECORD.
       01 XREF-RECORD.
           COPY XREFREC.

       FD STUDENT-LINK-FILE.
       01 STUDENT-LINK-RECORD.
           COPY STULINK.

       FD ASSIGN-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 ASSIGN-REPORT-REC                    PIC X(80).
               VALUE ZEROS.
             88 WS-XREF-FILE-OK                      VALUE '00'.
             88 WS-XREF-FILE-DOES-NOT-EXIST          VALUE '35'.
          05 WS-LINK-FILE-STATUS               PIC XX
               VALUE ZEROS.
             88 WS-LINK-FILE-OK                      VALUE '00'.
             88 WS-LINK-FILE-DOES-NOT-EXIST          VALUE '35'.
          05 WS-SCAN-DONE                      PIC X
               VALUE 'N'.
          05 WS-NEXT-CUST-NO                   PIC 9(5)
               VALUE ZERO.
          05 WS-ALREADY-COUNT                  PIC 9(4)
               VALUE ZERO.
          05 WS-LINKED-COUNT                   PIC 9(4)
               VALUE ZERO.
          05 WS-NOT-LINKED-COUNT               PIC 9(4)
               VALUE ZERO.
          05 WS-LOCK-STATUS                    PIC XX
                VALUE ZEROS.
             88 WS-LOCK-OK                           VALUE '00'.
                OUTPUT ASSIGN-REPORT-FILE.
           PERFORM 175-OPEN-BAL-FILE-RTN.
           PERFORM 180-OPEN-XREF-FILE-RTN.
           PERFORM 185-OPEN-LINK-FILE-RTN.
           PERFORM 190-FIND-HIGH-NUMBER-RTN.

           WRITE ASSIGN-REPORT-REC FROM HDR1-ASSIGN-OUT
           CLOSE NEW-CUST-FILE
                 BAL-FILE
                 XREF-FILE
                 STUDENT-LINK-FILE
                 ASSIGN-REPORT-FILE.

           PERFORM 980-RELEASE-MASTER-LOCK-RTN.
               OPEN I-O XREF-FILE
           END-IF.

      *****************************************************
      *  185-OPEN-LINK-FILE-RTN - Opens the student-to-     *
      *                customer link file for update,        *
      *                creating it first if this is the      *
      *                first run                             *
      *****************************************************
       185-OPEN-LINK-FILE-RTN.
           OPEN I-O STUDENT-LINK-FILE.
           IF WS-LINK-FILE-DOES-NOT-EXIST
               OPEN OUTPUT STUDENT-LINK-FILE
               CLOSE STUDENT-LINK-FILE
               OPEN I-O STUDENT-LINK-FILE
           END-IF.

      *****************************************************
      *  190-FIND-HIGH-NUMBER-RTN - Reads the master        *
      *                through to end of file to find the    *
      *                and an xref entry                     *
      *****************************************************
       300-ASSIGN-NUMBER-RTN.
           MOVE NC-CUST-NAME TO XR-CUST-NAME.
           READ XREF-FILE
               INVALID KEY
                   PERFORM 350-CREATE-CUSTOMER-RTN
                   MOVE XR-CUST-NO TO ASSIGN-NO-OUT
                   MOVE 'ALREADY ASSIGNED' TO ASSIGN-RESULT-OUT
                   ADD 1 TO WS-ALREADY-COUNT
                   IF NC-STUDENT-SSN NOT = SPACES
                       MOVE 'ALREADY ASSIGNED - NOT LINKED'
                           TO ASSIGN-RESULT-OUT
                       ADD 1 TO WS-NOT-LINKED-COUNT
                   END-IF
           END-READ.

           MOVE NC-CUST-NAME TO ASSIGN-NAME-OUT.
           WRITE ASSIGN-REPORT-REC FROM ASSIGN-DETAIL-OUT
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-NEXT-CUST-NO.

           MOVE WS-NEXT-CUST-NO TO BAL-CUST-NO.
           MOVE NC-CUST-NAME TO BAL-CUST-NAME.
           MOVE ZEROS TO BAL-CUST-BALANCE.
           MOVE SPACES TO BAL-LAST-TRANS-MONTH.
           MOVE SPACES TO BAL-LAST-TRANS-YEAR.
           MOVE ZEROS TO BAL-CREDIT-LIMIT.
           MOVE 'N' TO BAL-FC-EXEMPT.
           MOVE SPACES TO BAL-LAST-FC-PERIOD.
           MOVE 'A' TO BAL-ACCT-STATUS.
           MOVE SPACES TO BAL-LAST-REFUND-PERIOD.
           MOVE ZEROS TO BAL-MERGED-INTO.
           WRITE BAL-RECORD.

           MOVE NC-CUST-NAME TO XR-CUST-NAME.
           MOVE WS-NEXT-CUST-NO TO XR-CUST-NO.
           WRITE XREF-RECORD.

           MOVE 'NUMBER ASSIGNED' TO ASSIGN-RESULT-OUT.
           ADD 1 TO WS-ASSIGNED-COUNT.

           IF NC-STUDENT-SSN NOT = SPACES
               PERFORM 360-WRITE-STUDENT-LINK-RTN
           END-IF.

      *****************************************************
      *  360-WRITE-STUDENT-LINK-RTN - Performed from 350-   *
      *                CREATE-CUSTOMER-RTN, ties the         *
      *                request's student SSN to the number   *
      *                just assigned.  An SSN already linked *
      *                keeps its first account.              *
      *****************************************************
       360-WRITE-STUDENT-LINK-RTN.
           MOVE NC-STUDENT-SSN TO SL-SOC-SEC-NO.
           MOVE WS-NEXT-CUST-NO TO SL-CUST-NO.
           WRITE STUDENT-LINK-RECORD
               INVALID KEY
                   MOVE 'ASSIGNED - SSN ALREADY LINKED'
                       TO ASSIGN-RESULT-OUT
                   ADD 1 TO WS-NOT-LINKED-COUNT
               NOT INVALID KEY
                   MOVE 'ASSIGNED AND STUDENT LINKED'
                       TO ASSIGN-RESULT-OUT
                   ADD 1 TO WS-LINKED-COUNT
           END-WRITE.

      *****************************************************
      *  700-PRINT-COUNTS-RTN - Prints the run counts       *
      *****************************************************
           MOVE 'NAMES ALREADY ASSIGNED   ' TO COUNT-LABEL-OUT.
           MOVE WS-ALREADY-COUNT TO COUNT-VALUE-OUT.
           WRITE ASSIGN-REPORT-REC FROM COUNT-LINE-OUT.

           MOVE 'STUDENTS LINKED          ' TO COUNT-LABEL-OUT.
           MOVE WS-LINKED-COUNT TO COUNT-VALUE-OUT.
           WRITE ASSIGN-REPORT-REC FROM COUNT-LINE-OUT.

           MOVE 'STUDENTS NOT LINKED      ' TO COUNT-LABEL-OUT.
           MOVE WS-NOT-LINKED-COUNT TO COUNT-VALUE-OUT.
           WRITE ASSIGN-REPORT-REC FROM COUNT-LINE-OUT.
