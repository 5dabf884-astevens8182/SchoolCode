       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3Q.
      ************************************************************
      *  PROJECT3Q  -  Loan payoff quotes.  Reads payoff quote   *
      *              requests from PROJECT3Q.DAT (loan number,   *
      *              payoff date, days the quote is to hold)     *
      *              and prints a quote for each on              *
      *              PROJECT3Q.RPT: the principal balance off    *
      *              the PROJECT3S servicing master, the         *
      *              interest accrued from the last payment      *
      *              (or origination, if none has posted) to     *
      *              the payoff date, the payoff amount, and the *
      *              per-diem interest to add for each day past  *
      *              the payoff date the funds arrive, good      *
      *              through the stated number of days.          *
      *                                                          *
      *  Interest accrues on the balance at the portfolio        *
      *  record's annual rate over a 365-day year, exactly as    *
      *  PROJECT3S figures an O payoff transaction, so a payoff  *
      *  received for the quoted amount on the quoted date       *
      *  closes the loan to the cent.  A request with no days    *
      *  given holds for 10.  A loan not on the portfolio, one   *
      *  already paid in full, or a payoff date that is not a    *
      *  date or falls before the last payment is listed with    *
      *  the reason instead of a quote.  Late charges still owed *
      *  on the servicing record are added to both payoff        *
      *  amounts and shown on their own line.                    *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-REQUEST-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3Q.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PORTFOLIO-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3P.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PF-LOAN-NO
               FILE STATUS IS WS-PORTFOLIO-STATUS.

           SELECT SERVICING-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3S.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SV-LOAN-NO
               FILE STATUS IS WS-SERVICING-STATUS.

           SELECT QUOTE-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\PROJECT3\PROJECT3Q.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-REQUEST-FILE.
       01  QUOTE-REQUEST-REC.
           05  QR-LOAN-NO              PIC 9(6).
           05  QR-PAYOFF-DATE          PIC X(8).
           05  QR-GOOD-DAYS            PIC 9(3).

       FD  PORTFOLIO-FILE.
       01  PORTFOLIO-REC.
           COPY LOANPF.

       FD  SERVICING-FILE.
       01  SERVICING-REC.
           COPY LOANSV.

       FD  QUOTE-REPORT-FILE.
       01  QUOTE-REPORT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-PORTFOLIO-STATUS     PIC XX       VALUE ZEROS.
               88  WS-PORTFOLIO-OK                  VALUE '00'.
           05  WS-SERVICING-STATUS     PIC XX       VALUE ZEROS.
               88  WS-SERVICING-OK                  VALUE '00'.
           05  WS-SERVICING-PRESENT    PIC X        VALUE 'Y'.
               88  WS-SERVICING-IS-PRESENT          VALUE 'Y'.

           05  WS-REJECT-REASON        PIC X(34)    VALUE SPACES.
           05  WS-BALANCE              PIC 9(7)V99  VALUE ZEROS.
           05  WS-LATE-DUE             PIC 9(5)V99  VALUE ZEROS.
           05  WS-FROM-DATE            PIC X(8)     VALUE SPACES.
           05  WS-FROM-DATE-N REDEFINES
               WS-FROM-DATE            PIC 9(8).
           05  WS-TO-DATE              PIC X(8)     VALUE SPACES.
           05  WS-TO-DATE-N REDEFINES
               WS-TO-DATE              PIC 9(8).
           05  WS-GOOD-DATE-N          PIC 9(8)     VALUE ZEROS.
           05  WS-GOOD-DAYS            PIC 9(3)     VALUE ZEROS.
           05  WS-ACCRUAL-DAYS         PIC S9(5)    VALUE ZEROS.
           05  WS-ACCRUED-INT          PIC 9(6)V99  VALUE ZEROS.
           05  WS-PER-DIEM             PIC 9(5)V99  VALUE ZEROS.
           05  WS-PAYOFF-DUE           PIC 9(7)V99  VALUE ZEROS.
           05  WS-GOOD-THROUGH-DUE     PIC 9(7)V99  VALUE ZEROS.

           05  WS-QUOTED-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-REJECT-CTR           PIC 9(5)     VALUE ZEROS.

       01  HL-HEADING1.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(30)
              VALUE 'LOAN PAYOFF QUOTES'.

       01  QL-LOAN-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(8)
               VALUE 'LOAN NO'.
           05  QL-OUT-LOAN-NO          PIC 9(6).
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(13)
               VALUE 'PAYOFF DATE'.
           05  QL-OUT-PAYOFF-DATE      PIC X(8).

       01  QL-AMOUNT-LINE.
           05                          PIC X(8)     VALUE SPACES.
           05  QL-OUT-LABEL            PIC X(28).
           05  QL-OUT-AMOUNT           PIC $$,$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  QL-OUT-NOTE             PIC X(28).

       01  QL-REJECT-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(8)
               VALUE 'LOAN NO'.
           05  QL-OUT-REJ-LOAN-NO      PIC 9(6).
           05                          PIC X(4)     VALUE SPACES.
           05  QL-OUT-REJ-DATE         PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  QL-OUT-REJ-REASON       PIC X(34).

       01  DL-SUMMARY-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(28).
           05  DL-OUT-COUNT            PIC ZZ,ZZ9.

       01  HL-HEADING-FINAL.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(13)
              VALUE 'END OF REPORT'.
      *
       PROCEDURE DIVISION.
      **********************************************************
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           PERFORM 800-INITIALIZATION-RTN.

           PERFORM UNTIL NO-MORE-RECORDS
               READ QUOTE-REQUEST-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 300-QUOTE-ONE-LOAN-RTN
               END-READ
           END-PERFORM.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           STOP RUN.

      **********************************************************
      *  300-QUOTE-ONE-LOAN-RTN - Performed from 100-MAIN-     *
      *              MODULE for each request.  Finds the       *
      *              loan's balance and interest-from date and *
      *              quotes it, or lists why it cannot be.     *
      **********************************************************
       300-QUOTE-ONE-LOAN-RTN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE QR-LOAN-NO TO PF-LOAN-NO
           READ PORTFOLIO-FILE
               INVALID KEY
                   MOVE 'LOAN NOT ON PORTFOLIO MASTER'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 320-FIND-BALANCE-RTN
           END-READ.

           IF WS-REJECT-REASON = SPACES
               MOVE QR-PAYOFF-DATE TO WS-TO-DATE
               EVALUATE TRUE
                   WHEN WS-TO-DATE IS NOT NUMERIC
                       MOVE 'PAYOFF DATE NOT YYYYMMDD'
                           TO WS-REJECT-REASON
                   WHEN FUNCTION INTEGER-OF-DATE (WS-TO-DATE-N) = 0
                       MOVE 'PAYOFF DATE NOT A VALID DATE'
                           TO WS-REJECT-REASON
                   WHEN WS-FROM-DATE IS NUMERIC
                    AND WS-TO-DATE-N < WS-FROM-DATE-N
                       MOVE 'PAYOFF DATE BEFORE LAST PAYMENT'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM 400-COMPUTE-QUOTE-RTN
               PERFORM 500-PRINT-QUOTE-RTN
           ELSE
               MOVE QR-LOAN-NO TO QL-OUT-REJ-LOAN-NO
               MOVE QR-PAYOFF-DATE TO QL-OUT-REJ-DATE
               MOVE WS-REJECT-REASON TO QL-OUT-REJ-REASON
               WRITE QUOTE-REPORT-REC FROM QL-REJECT-LINE
                   AFTER ADVANCING 2 LINES
               ADD 1 TO WS-REJECT-CTR
           END-IF.

      **********************************************************
      *  320-FIND-BALANCE-RTN - Performed from 300-QUOTE-ONE-  *
      *              LOAN-RTN.  A loan with no servicing       *
      *              record has had no payment - the whole     *
      *              loan amount is owed, with interest from   *
      *              origination.                              *
      **********************************************************
       320-FIND-BALANCE-RTN.
           MOVE PF-LOAN-AMOUNT TO WS-BALANCE
           MOVE PF-ORIG-DATE TO WS-FROM-DATE
           MOVE ZEROS TO WS-LATE-DUE
           IF WS-SERVICING-IS-PRESENT
               MOVE QR-LOAN-NO TO SV-LOAN-NO
               READ SERVICING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SV-IS-PAID-IN-FULL
                           STRING 'PAID IN FULL - CLOSED '
                                  DELIMITED BY SIZE
                                  SV-CLOSE-DATE DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                           END-STRING
                       ELSE
                           MOVE SV-OUT-BALANCE TO WS-BALANCE
                           MOVE SV-LATE-CHG-DUE TO WS-LATE-DUE
                           IF SV-LAST-PAY-DATE NOT = SPACES
                               MOVE SV-LAST-PAY-DATE TO WS-FROM-DATE
                           END-IF
                       END-IF
               END-READ
           END-IF.

      **********************************************************
      *  400-COMPUTE-QUOTE-RTN - Performed from 300-QUOTE-ONE- *
      *              LOAN-RTN.  Accrues interest to the payoff *
      *              date and works out the per diem and the   *
      *              good-through date and amount.             *
      **********************************************************
       400-COMPUTE-QUOTE-RTN.
           MOVE ZEROS TO WS-ACCRUAL-DAYS
           IF WS-FROM-DATE IS NUMERIC
              AND WS-TO-DATE-N > WS-FROM-DATE-N
               COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-TO-DATE-N)
                   - FUNCTION INTEGER-OF-DATE (WS-FROM-DATE-N)
           END-IF.
           IF WS-ACCRUAL-DAYS < ZERO
               MOVE ZEROS TO WS-ACCRUAL-DAYS
           END-IF.

           COMPUTE WS-ACCRUED-INT ROUNDED =
               WS-BALANCE * PF-INTEREST-RATE * WS-ACCRUAL-DAYS / 365.
           COMPUTE WS-PAYOFF-DUE =
               WS-BALANCE + WS-ACCRUED-INT + WS-LATE-DUE.
           COMPUTE WS-PER-DIEM ROUNDED =
               WS-BALANCE * PF-INTEREST-RATE / 365.

           IF QR-GOOD-DAYS IS NUMERIC AND QR-GOOD-DAYS > ZERO
               MOVE QR-GOOD-DAYS TO WS-GOOD-DAYS
           ELSE
               MOVE 10 TO WS-GOOD-DAYS
           END-IF.
           COMPUTE WS-GOOD-DATE-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TO-DATE-N) + WS-GOOD-DAYS).
           COMPUTE WS-GOOD-THROUGH-DUE ROUNDED =
               WS-BALANCE * PF-INTEREST-RATE
               * (WS-ACCRUAL-DAYS + WS-GOOD-DAYS) / 365
               + WS-BALANCE + WS-LATE-DUE.

      **********************************************************
      *  500-PRINT-QUOTE-RTN - Performed from 300-QUOTE-ONE-   *
      *              LOAN-RTN, prints one loan's quote         *
      **********************************************************
       500-PRINT-QUOTE-RTN.
           MOVE QR-LOAN-NO TO QL-OUT-LOAN-NO
           MOVE QR-PAYOFF-DATE TO QL-OUT-PAYOFF-DATE
           WRITE QUOTE-REPORT-REC FROM QL-LOAN-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'PRINCIPAL BALANCE' TO QL-OUT-LABEL
           MOVE WS-BALANCE TO QL-OUT-AMOUNT
           MOVE SPACES TO QL-OUT-NOTE
           WRITE QUOTE-REPORT-REC FROM QL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'ACCRUED INTEREST' TO QL-OUT-LABEL
           MOVE WS-ACCRUED-INT TO QL-OUT-AMOUNT
           MOVE SPACES TO QL-OUT-NOTE
           STRING 'FROM ' DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
               INTO QL-OUT-NOTE
           END-STRING
           WRITE QUOTE-REPORT-REC FROM QL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           IF WS-LATE-DUE > ZERO
               MOVE 'LATE CHARGES DUE' TO QL-OUT-LABEL
               MOVE WS-LATE-DUE TO QL-OUT-AMOUNT
               MOVE SPACES TO QL-OUT-NOTE
               WRITE QUOTE-REPORT-REC FROM QL-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE 'PAYOFF AMOUNT' TO QL-OUT-LABEL
           MOVE WS-PAYOFF-DUE TO QL-OUT-AMOUNT
           MOVE SPACES TO QL-OUT-NOTE
           WRITE QUOTE-REPORT-REC FROM QL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'PER DIEM - EACH ADDED DAY' TO QL-OUT-LABEL
           MOVE WS-PER-DIEM TO QL-OUT-AMOUNT
           MOVE SPACES TO QL-OUT-NOTE
           STRING 'GOOD THROUGH ' DELIMITED BY SIZE
                  WS-GOOD-DATE-N DELIMITED BY SIZE
               INTO QL-OUT-NOTE
           END-STRING
           WRITE QUOTE-REPORT-REC FROM QL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'PAYOFF AT GOOD-THROUGH DATE' TO QL-OUT-LABEL
           MOVE WS-GOOD-THROUGH-DUE TO QL-OUT-AMOUNT
           MOVE SPACES TO QL-OUT-NOTE
           WRITE QUOTE-REPORT-REC FROM QL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE

           ADD 1 TO WS-QUOTED-CTR.

      ************************************************************
      *  700-END-PROGRAM-RTN - Prints the run summary counts     *
      ************************************************************
       700-END-PROGRAM-RTN.
           MOVE SPACES TO QUOTE-REPORT-REC
           WRITE QUOTE-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'PAYOFFS QUOTED              ' TO DL-OUT-LABEL
           MOVE WS-QUOTED-CTR TO DL-OUT-COUNT
           WRITE QUOTE-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'REQUESTS NOT QUOTED         ' TO DL-OUT-LABEL
           MOVE WS-REJECT-CTR TO DL-OUT-COUNT
           WRITE QUOTE-REPORT-REC FROM DL-SUMMARY-LINE

           WRITE QUOTE-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

      **********************************************************
      *  800-INITIALIZATION-RTN - Opens the files and prints   *
      *              the heading.  With no servicing master    *
      *              yet, no loan has had a payment.           *
      **********************************************************
       800-INITIALIZATION-RTN.
           OPEN INPUT QUOTE-REQUEST-FILE
                      PORTFOLIO-FILE
                OUTPUT QUOTE-REPORT-FILE.

           OPEN INPUT SERVICING-FILE.
           IF NOT WS-SERVICING-OK
               MOVE 'N' TO WS-SERVICING-PRESENT
           END-IF.

           WRITE QUOTE-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE.

      **********************************************************
      *  900-END-OF-JOB-RTN - Closes the files                 *
      **********************************************************
       900-END-OF-JOB-RTN.
           CLOSE QUOTE-REQUEST-FILE
                 PORTFOLIO-FILE
                 QUOTE-REPORT-FILE.
           IF WS-SERVICING-IS-PRESENT
               CLOSE SERVICING-FILE
           END-IF.
