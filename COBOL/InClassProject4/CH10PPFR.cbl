       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH10PPFR.
      ************************************************************
      *  CH10PPFR  - Payroll check reconciliation.  Works the    *
      *              check master CH10PPFM.DAT (see CHKREC) that *
      *              CH10PPN records every paper check on, in    *
      *              three steps, each its own section of the    *
      *              reconciliation report CH10PPFR.RPT:         *
      *                                                            *
      *  1. Voids.  Each CH10PPFV.DAT transaction names a check    *
      *     and V to void it or R to void it and reissue.  Only an *
      *     outstanding check can be voided.  A reissue prints a   *
      *     replacement for the same payee and amount to           *
      *     CH10PPFR.PRT under the next number off CH10PPFC.CTL,   *
      *     the same control CH10PPN numbers from, and records it  *
      *     outstanding with the number of the check it replaces.  *
      *                                                            *
      *  2. Paid items.  Each check on the bank's paid-items file  *
      *     CH10PPFP.DAT is cleared on the master.  A check paid   *
      *     for a different amount is cleared with the bank's      *
      *     amount and flagged AMOUNT MISMATCH; a paid check not   *
      *     on the master is flagged PAID - NOT ISSUED; one that   *
      *     was voided or has already cleared is flagged too.      *
      *                                                            *
      *  3. Outstanding checks.  Every check still outstanding is  *
      *     listed with its age in days since issue, in 0-30,      *
      *     31-60, 61-90 and over-90 day buckets with totals.  A   *
      *     check over 90 days is past the VOID AFTER 90 DAYS on   *
      *     its face and is marked STALE.                          *
      *                                                            *
      *  Either transaction file may be missing; that step is      *
      *  then skipped.  The count of exceptions flagged is the     *
      *  step return code.                                         *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-MASTER-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPFM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS WS-CHECK-MST-STATUS.

           SELECT VOID-TRANS-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPFV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOID-STATUS.

           SELECT PAID-ITEMS-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPFP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.

           SELECT CHECK-CONTROL-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPFC.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CTL-STATUS.

           SELECT CHECK-PRINT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPFR.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OUT-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPFR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-MASTER-FILE.
       01  CHECK-MASTER-REC.
           COPY CHKREC.

       FD  VOID-TRANS-FILE.
       01  VOID-TRANS-REC.
           05  VT-ACTION               PIC X.
               88  VT-VOID                  VALUE 'V'.
               88  VT-REISSUE               VALUE 'R'.
           05  VT-CHECK-NO             PIC 9(7).
           05  VT-REASON               PIC X(20).

       FD  PAID-ITEMS-FILE.
       01  PAID-ITEM-REC.
           05  PI-CHECK-NO             PIC 9(7).
           05  PI-AMOUNT               PIC 9(6)V99.
           05  PI-PAID-DATE            PIC X(8).

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-REC.
           05  CN-NEXT-CHECK-NO        PIC 9(7).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-REC             PIC X(80).

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-CHECK-MST-STATUS     PIC XX       VALUE ZEROS.
               88  WS-CHECK-MST-OK                  VALUE '00'.
               88  WS-CHECK-MST-DOES-NOT-EXIST      VALUE '35'.
           05  WS-VOID-STATUS          PIC XX       VALUE ZEROS.
               88  WS-VOID-OK                       VALUE '00'.
           05  WS-VOID-PRESENT         PIC X        VALUE 'Y'.
               88  WS-VOID-IS-PRESENT               VALUE 'Y'.
           05  WS-PAID-STATUS          PIC XX       VALUE ZEROS.
               88  WS-PAID-OK                       VALUE '00'.
           05  WS-PAID-PRESENT         PIC X        VALUE 'Y'.
               88  WS-PAID-IS-PRESENT               VALUE 'Y'.
           05  WS-CHECK-CTL-STATUS     PIC XX       VALUE ZEROS.
               88  WS-CHECK-CTL-OK                  VALUE '00'.

           05  WS-SECTION              PIC X        VALUE SPACE.
               88  WS-SECTION-VOIDS                 VALUE 'V'.
               88  WS-SECTION-PAID                  VALUE 'P'.
               88  WS-SECTION-AGED                  VALUE 'A'.

           05  WS-LINE-CTR             PIC 99       VALUE ZEROS.
           05  WS-PAGE-CTR             PIC 999      VALUE ZEROS.

           05  WS-NEXT-CHECK-NO        PIC 9(7)     VALUE 1.
           05  WS-REISSUE-CHECK-NO     PIC 9(7)     VALUE ZEROS.
           05  WS-RUN-DATE-N           PIC 9(8)     VALUE ZEROS.
           05  WS-ISSUE-DATE-N         PIC 9(8)     VALUE ZEROS.
           05  WS-AGE-DAYS             PIC S9(5)    VALUE ZEROS.
           05  WS-BUCKET               PIC 9        VALUE ZEROS.

           05  WS-VOID-CTR             PIC 9(5)     VALUE ZEROS.
           05  WS-REISSUE-CTR          PIC 9(5)     VALUE ZEROS.
           05  WS-VOID-REJECT-CTR      PIC 9(5)     VALUE ZEROS.
           05  WS-CLEARED-CTR          PIC 9(5)     VALUE ZEROS.
           05  WS-CLEARED-AMT          PIC 9(8)V99  VALUE ZEROS.
           05  WS-MISMATCH-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-NOT-ISSUED-CTR       PIC 9(5)     VALUE ZEROS.
           05  WS-NOT-ISSUED-AMT       PIC 9(8)V99  VALUE ZEROS.
           05  WS-PAID-VOID-CTR        PIC 9(5)     VALUE ZEROS.
           05  WS-DUPLICATE-CTR        PIC 9(5)     VALUE ZEROS.
           05  WS-EXCEPTION-CTR        PIC 9(5)     VALUE ZEROS.
           05  WS-OUTSTANDING-CTR      PIC 9(5)     VALUE ZEROS.
           05  WS-OUTSTANDING-AMT      PIC 9(8)V99  VALUE ZEROS.

           05  WS-PAID-EXCEPTION-FLAG  PIC X        VALUE 'N'.
               88  WS-PAID-IS-EXCEPTION             VALUE 'Y'.

           05  WS-T-DATE.
               10  WS-IN-YR            PIC 9(4).
               10  WS-IN-MO            PIC 9(2).
               10  WS-IN-DAY           PIC 9(2).

       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY         OCCURS 5 TIMES.
               10  WS-BUCKET-CTR       PIC 9(5).
               10  WS-BUCKET-AMT       PIC 9(8)V99.

       01  WS-BUCKET-NAMES.
           05                          PIC X(10)    VALUE '0-30 DAYS'.
           05                          PIC X(10)    VALUE '31-60 DAYS'.
           05                          PIC X(10)    VALUE '61-90 DAYS'.
           05                          PIC X(10)    VALUE 'OVER 90'.
           05                          PIC X(10)    VALUE 'NO DATE'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME          PIC X(10)    OCCURS 5 TIMES.

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(44)
              VALUE 'A L P H A  D E P A R T M E N T  S T O R E'.
           05                          PIC X(5)
              VALUE 'PAGE '.
           05  HL-OUT-PAGE             PIC ZZ9.
           05                          PIC X(5)     VALUE SPACES.

       01  HL-HEADING2.
           05                          PIC X(18)    VALUE SPACES.
           05                          PIC X(39)
                VALUE 'PAYROLL CHECK RECONCILIATION'.
           05  HL-TODAYS-DATE.
               10  HL-OUT-MO           PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-DAY          PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-YR           PIC 9(4).
           05                          PIC X(13)    VALUE SPACES.

       01  HL-SECTION-LINE.
           05                          PIC X(18)    VALUE SPACES.
           05  HL-OUT-SECTION          PIC X(44).

       01  HL-VOID-HEADING.
           05                          PIC X(1)     VALUE SPACES.
           05                          PIC X(10)    VALUE 'CHECK NO'.
           05                          PIC X(4)     VALUE 'EMP'.
           05                          PIC X(21)
               VALUE 'PAYEE'.
           05                          PIC X(13)
               VALUE '      AMOUNT'.
           05                          PIC X(31)
               VALUE 'RESULT'.

       01  HL-PAID-HEADING.
           05                          PIC X(1)     VALUE SPACES.
           05                          PIC X(10)    VALUE 'CHECK NO'.
           05                          PIC X(11)    VALUE 'PAID DATE'.
           05                          PIC X(13)
               VALUE '      ISSUED'.
           05                          PIC X(13)
               VALUE '        PAID'.
           05                          PIC X(32)
               VALUE 'EXCEPTION'.

       01  HL-AGED-HEADING.
           05                          PIC X(1)     VALUE SPACES.
           05                          PIC X(10)    VALUE 'CHECK NO'.
           05                          PIC X(4)     VALUE 'EMP'.
           05                          PIC X(21)
               VALUE 'PAYEE'.
           05                          PIC X(11)    VALUE 'ISSUED'.
           05                          PIC X(6)     VALUE ' DAYS'.
           05                          PIC X(13)
               VALUE '      AMOUNT'.
           05                          PIC X(14)    VALUE SPACES.

       01  DL-VOID-LINE.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-VOID-CHECK-NO    PIC 9(7).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-VOID-EMP-NO      PIC X(3).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-VOID-PAYEE       PIC X(20).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-VOID-AMOUNT      PIC $$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-VOID-RESULT      PIC X(22).
           05  DL-OUT-VOID-NEW-NO      PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.

       01  DL-PAID-LINE.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-PAID-CHECK-NO    PIC 9(7).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-PAID-DATE        PIC X(8).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-ISSUED-AMOUNT    PIC $$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-PAID-AMOUNT      PIC $$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EXCEPTION        PIC X(22).
           05                          PIC X(10)    VALUE SPACES.

       01  DL-AGED-LINE.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-AGED-CHECK-NO    PIC 9(7).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-AGED-EMP-NO      PIC X(3).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-AGED-PAYEE       PIC X(20).
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-AGED-ISSUED      PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-AGED-DAYS        PIC ZZZZ9.
           05                          PIC X(1)     VALUE SPACES.
           05  DL-OUT-AGED-AMOUNT      PIC $$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-AGED-FLAG        PIC X(5).
           05                          PIC X(9)     VALUE SPACES.

       01  DL-BUCKET-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05  DL-OUT-BUCKET-NAME      PIC X(12).
           05  DL-OUT-BUCKET-CTR       PIC ZZ,ZZ9.
           05                          PIC X(10)
              VALUE ' CHECKS'.
           05  DL-OUT-BUCKET-AMT       PIC $$,$$$,$$9.99.

       01  DL-SUMMARY-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(30).
           05  DL-OUT-COUNT            PIC ZZ,ZZ9.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-AMOUNT           PIC $$,$$$,$$9.99.

       01  DL-NOTICE-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05  DL-OUT-NOTICE           PIC X(60).

      *  The replacement check: a short voucher naming the check
      *  it replaces, then the same check face CH10PPN prints.
       01  CS-STUB-LINE1.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(40)
              VALUE 'ALPHA DEPARTMENT STORE - PAYROLL VOUCHER'.
           05                          PIC X(19)    VALUE SPACES.
           05                          PIC X(10)
              VALUE 'CHECK NO'.
           05  CS-OUT-CHECK-NO         PIC 9(7).
       01  CS-STUB-LINE2.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'EMPLOYEE'.
           05  CS-OUT-EMPLOYEE-NO      PIC X(3).
           05                          PIC X(1)     VALUE SPACES.
           05  CS-OUT-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(7)
              VALUE 'PERIOD'.
           05  CS-OUT-PERIOD           PIC X(8).
       01  CS-STUB-LINE3.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(27)
              VALUE 'REPLACES VOIDED CHECK NO'.
           05  CS-OUT-REPLACES-NO      PIC 9(7).
           05                          PIC X(3)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'NET PAY'.
           05  CS-OUT-NET-PAY          PIC $$$,$$9.99.
       01  CS-TEAR-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(25)
              VALUE ALL '- '.
           05                          PIC X(24)
              VALUE 'DETACH BEFORE DEPOSITING'.
           05                          PIC X(25)
              VALUE ALL ' -'.
       01  CS-CHECK-LINE1.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(59)
              VALUE 'ALPHA DEPARTMENT STORE'.
           05                          PIC X(10)
              VALUE 'CHECK NO'.
           05  CS-OUT-CHECK-NO2        PIC 9(7).
       01  CS-CHECK-LINE2.
           05                          PIC X(61)    VALUE SPACES.
           05                          PIC X(6)
              VALUE 'DATE'.
           05  CS-OUT-CHECK-DATE.
               10  CS-OUT-MO           PIC 99.
               10                      PIC X        VALUE '/'.
               10  CS-OUT-DAY          PIC 99.
               10                      PIC X        VALUE '/'.
               10  CS-OUT-YR           PIC 9(4).
       01  CS-CHECK-LINE3.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(21)
              VALUE 'PAY TO THE ORDER OF'.
           05  CS-OUT-PAYEE            PIC X(20).
           05                          PIC X(18)    VALUE SPACES.
           05  CS-OUT-CHECK-AMOUNT     PIC $***,**9.99.
       01  CS-CHECK-LINE4.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'MEMO'.
           05                          PIC X(15)
              VALUE 'PAYROLL PERIOD'.
           05  CS-OUT-MEMO-PERIOD      PIC X(8).
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(30)
              VALUE '______________________________'.
       01  CS-CHECK-LINE5.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(42)
              VALUE 'VOID AFTER 90 DAYS'.
           05                          PIC X(30)
              VALUE '     AUTHORIZED SIGNATURE'.

       01  HL-HEADING-FINAL.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(13)
              VALUE 'END OF REPORT'.
           05                          PIC X(58)    VALUE SPACES.
      *
       PROCEDURE DIVISION.
      **********************************************************
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           PERFORM 800-INITIALIZATION-RTN.
           PERFORM 200-DATE-ACCEPT-RTN.

           MOVE 'V' TO WS-SECTION
           MOVE 'VOIDED AND REISSUED CHECKS' TO HL-OUT-SECTION
           PERFORM 300-HEADING-RTN.
           IF WS-VOID-IS-PRESENT
               PERFORM UNTIL NO-MORE-RECORDS
                   READ VOID-TRANS-FILE
                      AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                         PERFORM 400-VOID-RTN
                   END-READ
               END-PERFORM
           ELSE
               MOVE 'NO VOID TRANSACTIONS THIS RUN' TO DL-OUT-NOTICE
               WRITE OUT-REPORT-REC FROM DL-NOTICE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'P' TO WS-SECTION
           MOVE 'BANK PAID ITEMS - EXCEPTIONS' TO HL-OUT-SECTION
           PERFORM 300-HEADING-RTN.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           IF WS-PAID-IS-PRESENT
               PERFORM UNTIL NO-MORE-RECORDS
                   READ PAID-ITEMS-FILE
                      AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                         PERFORM 500-PAID-ITEM-RTN
                   END-READ
               END-PERFORM
           ELSE
               MOVE 'NO BANK PAID-ITEMS FILE THIS RUN' TO DL-OUT-NOTICE
               WRITE OUT-REPORT-REC FROM DL-NOTICE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'A' TO WS-SECTION
           MOVE 'OUTSTANDING CHECKS AGED BY ISSUE DATE'
               TO HL-OUT-SECTION
           PERFORM 300-HEADING-RTN.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           MOVE ZEROS TO CK-CHECK-NO
           START CHECK-MASTER-FILE
                 KEY IS NOT LESS THAN CK-CHECK-NO
               INVALID KEY
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-START.
           PERFORM UNTIL NO-MORE-RECORDS
               READ CHECK-MASTER-FILE NEXT RECORD
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     IF CK-OUTSTANDING
                        PERFORM 600-AGE-CHECK-RTN
                     END-IF
               END-READ
           END-PERFORM.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

      *    The exceptions flagged ride out as the step return code
      *    so the run stands out when the bank file needs work.
           MOVE WS-EXCEPTION-CTR TO RETURN-CODE.

           STOP RUN.

      ***********************************************************
      *  200-DATE-ACCEPT-RTN - Performed from 100-MAIN-MODULE.  *
      *       Gets the current date from the operating system.  *
      ***********************************************************
       200-DATE-ACCEPT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-T-DATE
           MOVE WS-T-DATE TO WS-RUN-DATE-N
           MOVE WS-IN-MO TO HL-OUT-MO
                            CS-OUT-MO
           MOVE WS-IN-YR TO HL-OUT-YR
                            CS-OUT-YR
           MOVE WS-IN-DAY TO HL-OUT-DAY
                             CS-OUT-DAY.

      ***********************************************************
      *    300-HEADING-RTN  Performed from 100-MAIN-MODULE at   *
      *                     each section and from the section   *
      *                     paragraphs on page overflow.        *
      *                     Prints the headings and the current *
      *                     section's column line on a new page.*
      ***********************************************************
       300-HEADING-RTN.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO HL-OUT-PAGE
           MOVE 0 TO WS-LINE-CTR
           WRITE OUT-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE
           WRITE OUT-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES
           WRITE OUT-REPORT-REC FROM HL-SECTION-LINE
               AFTER ADVANCING 1 LINE
           EVALUATE TRUE
               WHEN WS-SECTION-VOIDS
                   WRITE OUT-REPORT-REC FROM HL-VOID-HEADING
                       AFTER ADVANCING 2 LINES
               WHEN WS-SECTION-PAID
                   WRITE OUT-REPORT-REC FROM HL-PAID-HEADING
                       AFTER ADVANCING 2 LINES
               WHEN WS-SECTION-AGED
                   WRITE OUT-REPORT-REC FROM HL-AGED-HEADING
                       AFTER ADVANCING 2 LINES
           END-EVALUATE.
           MOVE SPACES TO OUT-REPORT-REC
           WRITE OUT-REPORT-REC.

      **********************************************************
      *  400-VOID-RTN - Performed from 100-MAIN-MODULE for     *
      *              each void transaction.  Voids an          *
      *              outstanding check and, on an R, prints    *
      *              and records its replacement.  A check not *
      *              on file or no longer outstanding is       *
      *              listed and left alone.                    *
      **********************************************************
       400-VOID-RTN.
           IF WS-LINE-CTR > 50
               PERFORM 300-HEADING-RTN
           END-IF.

           MOVE VT-CHECK-NO TO DL-OUT-VOID-CHECK-NO
           MOVE ZEROS TO DL-OUT-VOID-NEW-NO
           MOVE VT-CHECK-NO TO CK-CHECK-NO
           READ CHECK-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO DL-OUT-VOID-EMP-NO
                                  DL-OUT-VOID-PAYEE
                   MOVE ZEROS TO DL-OUT-VOID-AMOUNT
                   MOVE 'CHECK NOT ON FILE' TO DL-OUT-VOID-RESULT
                   ADD 1 TO WS-VOID-REJECT-CTR
               NOT INVALID KEY
                   PERFORM 410-APPLY-VOID-RTN
           END-READ.

           WRITE OUT-REPORT-REC FROM DL-VOID-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR.

      **********************************************************
      *  410-APPLY-VOID-RTN - Performed from 400-VOID-RTN      *
      *              with the check read.  Voids it, and       *
      *              reissues it on an R.                      *
      **********************************************************
       410-APPLY-VOID-RTN.
           MOVE CK-EMPLOYEE-NO TO DL-OUT-VOID-EMP-NO
           MOVE CK-PAYEE-NAME TO DL-OUT-VOID-PAYEE
           MOVE CK-AMOUNT TO DL-OUT-VOID-AMOUNT

           EVALUATE TRUE
               WHEN NOT CK-OUTSTANDING
                   MOVE 'NOT OUTSTANDING - KEPT' TO DL-OUT-VOID-RESULT
                   ADD 1 TO WS-VOID-REJECT-CTR
               WHEN VT-VOID
                   MOVE 'V' TO CK-STATUS
                   MOVE WS-RUN-DATE-N TO CK-STATUS-DATE
                   REWRITE CHECK-MASTER-REC
                   MOVE 'VOIDED' TO DL-OUT-VOID-RESULT
                   ADD 1 TO WS-VOID-CTR
               WHEN VT-REISSUE
                   MOVE WS-NEXT-CHECK-NO TO WS-REISSUE-CHECK-NO
                   ADD 1 TO WS-NEXT-CHECK-NO
                   MOVE 'V' TO CK-STATUS
                   MOVE WS-RUN-DATE-N TO CK-STATUS-DATE
                   MOVE WS-REISSUE-CHECK-NO TO CK-REISSUED-AS
                   REWRITE CHECK-MASTER-REC
                   PERFORM 420-REISSUE-RTN
                   MOVE 'VOIDED - REISSUED AS' TO DL-OUT-VOID-RESULT
                   MOVE WS-REISSUE-CHECK-NO TO DL-OUT-VOID-NEW-NO
                   ADD 1 TO WS-VOID-CTR
                   ADD 1 TO WS-REISSUE-CTR
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO DL-OUT-VOID-RESULT
                   ADD 1 TO WS-VOID-REJECT-CTR
           END-EVALUATE.

      **********************************************************
      *  420-REISSUE-RTN - Performed from 400-VOID-RTN.  The   *
      *              voided check is in the record area; its   *
      *              replacement takes the payee, amount and   *
      *              period, is printed, and is written        *
      *              outstanding under the new number.         *
      **********************************************************
       420-REISSUE-RTN.
           MOVE WS-REISSUE-CHECK-NO TO CS-OUT-CHECK-NO
                                       CS-OUT-CHECK-NO2
           MOVE CK-EMPLOYEE-NO TO CS-OUT-EMPLOYEE-NO
           MOVE CK-PAYEE-NAME TO CS-OUT-EMPLOYEE-NAME
                                 CS-OUT-PAYEE
           MOVE CK-PERIOD-ID TO CS-OUT-PERIOD
                                CS-OUT-MEMO-PERIOD
           MOVE CK-CHECK-NO TO CS-OUT-REPLACES-NO
           MOVE CK-AMOUNT TO CS-OUT-NET-PAY
                             CS-OUT-CHECK-AMOUNT

           WRITE CHECK-PRINT-REC FROM CS-STUB-LINE1
               AFTER ADVANCING PAGE
           WRITE CHECK-PRINT-REC FROM CS-STUB-LINE2
               AFTER ADVANCING 2 LINES
           WRITE CHECK-PRINT-REC FROM CS-STUB-LINE3
               AFTER ADVANCING 2 LINES
           WRITE CHECK-PRINT-REC FROM CS-TEAR-LINE
               AFTER ADVANCING 6 LINES
           WRITE CHECK-PRINT-REC FROM CS-CHECK-LINE1
               AFTER ADVANCING 3 LINES
           WRITE CHECK-PRINT-REC FROM CS-CHECK-LINE2
               AFTER ADVANCING 1 LINE
           WRITE CHECK-PRINT-REC FROM CS-CHECK-LINE3
               AFTER ADVANCING 2 LINES
           WRITE CHECK-PRINT-REC FROM CS-CHECK-LINE4
               AFTER ADVANCING 3 LINES
           WRITE CHECK-PRINT-REC FROM CS-CHECK-LINE5
               AFTER ADVANCING 1 LINE.

           MOVE CK-CHECK-NO TO CK-REISSUE-OF
           MOVE WS-REISSUE-CHECK-NO TO CK-CHECK-NO
           MOVE WS-T-DATE TO CK-ISSUE-DATE
           MOVE 'O' TO CK-STATUS
           MOVE SPACES TO CK-STATUS-DATE
           MOVE ZEROS TO CK-PAID-AMOUNT
                         CK-REISSUED-AS
           WRITE CHECK-MASTER-REC
               INVALID KEY
                   DISPLAY 'CH10PPFR - CHECK ' CK-CHECK-NO
                       ' ALREADY ON CH10PPFM.DAT - CHECK CH10PPFC.CTL'
           END-WRITE.

      **********************************************************
      *  500-PAID-ITEM-RTN - Performed from 100-MAIN-MODULE    *
      *              for each check the bank paid.  Clears an  *
      *              outstanding check and lists every paid    *
      *              item that does not match the master.      *
      **********************************************************
       500-PAID-ITEM-RTN.
           MOVE 'N' TO WS-PAID-EXCEPTION-FLAG
           MOVE PI-CHECK-NO TO CK-CHECK-NO
           READ CHECK-MASTER-FILE
               INVALID KEY
                   MOVE ZEROS TO DL-OUT-ISSUED-AMOUNT
                   MOVE 'PAID - NOT ISSUED' TO DL-OUT-EXCEPTION
                   MOVE 'Y' TO WS-PAID-EXCEPTION-FLAG
                   ADD 1 TO WS-NOT-ISSUED-CTR
                   ADD PI-AMOUNT TO WS-NOT-ISSUED-AMT
               NOT INVALID KEY
                   PERFORM 510-CLEAR-CHECK-RTN
           END-READ.

           IF WS-PAID-IS-EXCEPTION
               PERFORM 520-WRITE-EXCEPTION-RTN
           END-IF.

      **********************************************************
      *  510-CLEAR-CHECK-RTN - Performed from 500-PAID-ITEM-   *
      *              RTN with the check read.  An outstanding  *
      *              check is cleared at the bank's amount;    *
      *              a voided or already-cleared one is left   *
      *              as it is and flagged.                     *
      **********************************************************
       510-CLEAR-CHECK-RTN.
           MOVE CK-AMOUNT TO DL-OUT-ISSUED-AMOUNT
           EVALUATE TRUE
               WHEN CK-VOIDED
                   MOVE 'PAID AFTER VOID' TO DL-OUT-EXCEPTION
                   MOVE 'Y' TO WS-PAID-EXCEPTION-FLAG
                   ADD 1 TO WS-PAID-VOID-CTR
               WHEN CK-CLEARED
                   MOVE 'ALREADY CLEARED' TO DL-OUT-EXCEPTION
                   MOVE 'Y' TO WS-PAID-EXCEPTION-FLAG
                   ADD 1 TO WS-DUPLICATE-CTR
               WHEN OTHER
                   MOVE 'C' TO CK-STATUS
                   MOVE PI-PAID-DATE TO CK-STATUS-DATE
                   MOVE PI-AMOUNT TO CK-PAID-AMOUNT
                   REWRITE CHECK-MASTER-REC
                   ADD 1 TO WS-CLEARED-CTR
                   ADD PI-AMOUNT TO WS-CLEARED-AMT
                   IF PI-AMOUNT NOT = CK-AMOUNT
                       MOVE 'AMOUNT MISMATCH' TO DL-OUT-EXCEPTION
                       MOVE 'Y' TO WS-PAID-EXCEPTION-FLAG
                       ADD 1 TO WS-MISMATCH-CTR
                   END-IF
           END-EVALUATE.

      **********************************************************
      *  520-WRITE-EXCEPTION-RTN - Performed from 500-PAID-    *
      *              ITEM-RTN, lists one paid-item exception   *
      **********************************************************
       520-WRITE-EXCEPTION-RTN.
           IF WS-LINE-CTR > 50
               PERFORM 300-HEADING-RTN
           END-IF.
           MOVE PI-CHECK-NO TO DL-OUT-PAID-CHECK-NO
           MOVE PI-PAID-DATE TO DL-OUT-PAID-DATE
           MOVE PI-AMOUNT TO DL-OUT-PAID-AMOUNT
           WRITE OUT-REPORT-REC FROM DL-PAID-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR
           ADD 1 TO WS-EXCEPTION-CTR.

      **********************************************************
      *  600-AGE-CHECK-RTN - Performed from 100-MAIN-MODULE    *
      *              for each outstanding check.  Ages it in   *
      *              days from its issue date to today, lists  *
      *              it and adds it to its bucket.             *
      **********************************************************
       600-AGE-CHECK-RTN.
           IF WS-LINE-CTR > 50
               PERFORM 300-HEADING-RTN
           END-IF.

           MOVE SPACES TO DL-OUT-AGED-FLAG
           MOVE ZEROS TO WS-AGE-DAYS
           IF CK-ISSUE-DATE IS NUMERIC
               MOVE CK-ISSUE-DATE TO WS-ISSUE-DATE-N
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
                   - FUNCTION INTEGER-OF-DATE (WS-ISSUE-DATE-N)
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS < 31
                       MOVE 1 TO WS-BUCKET
                   WHEN WS-AGE-DAYS < 61
                       MOVE 2 TO WS-BUCKET
                   WHEN WS-AGE-DAYS < 91
                       MOVE 3 TO WS-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET
                       MOVE 'STALE' TO DL-OUT-AGED-FLAG
               END-EVALUATE
           ELSE
               MOVE 5 TO WS-BUCKET
           END-IF.

           MOVE CK-CHECK-NO TO DL-OUT-AGED-CHECK-NO
           MOVE CK-EMPLOYEE-NO TO DL-OUT-AGED-EMP-NO
           MOVE CK-PAYEE-NAME TO DL-OUT-AGED-PAYEE
           MOVE CK-ISSUE-DATE TO DL-OUT-AGED-ISSUED
           MOVE WS-AGE-DAYS TO DL-OUT-AGED-DAYS
           MOVE CK-AMOUNT TO DL-OUT-AGED-AMOUNT
           WRITE OUT-REPORT-REC FROM DL-AGED-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR

           ADD 1 TO WS-BUCKET-CTR (WS-BUCKET)
           ADD CK-AMOUNT TO WS-BUCKET-AMT (WS-BUCKET)
           ADD 1 TO WS-OUTSTANDING-CTR
           ADD CK-AMOUNT TO WS-OUTSTANDING-AMT.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the aging buckets and the  *
      *                        run summary                       *
      ************************************************************
       700-END-PROGRAM-RTN.
           PERFORM 710-BUCKET-LINE-RTN
               VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 5.

           MOVE 'TOTAL OUTSTANDING' TO DL-OUT-LABEL
           MOVE WS-OUTSTANDING-CTR TO DL-OUT-COUNT
           MOVE WS-OUTSTANDING-AMT TO DL-OUT-AMOUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'CHECKS CLEARED' TO DL-OUT-LABEL
           MOVE WS-CLEARED-CTR TO DL-OUT-COUNT
           MOVE WS-CLEARED-AMT TO DL-OUT-AMOUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'PAID - NOT ISSUED' TO DL-OUT-LABEL
           MOVE WS-NOT-ISSUED-CTR TO DL-OUT-COUNT
           MOVE WS-NOT-ISSUED-AMT TO DL-OUT-AMOUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.

           MOVE ZEROS TO DL-OUT-AMOUNT
           MOVE 'AMOUNT MISMATCHES' TO DL-OUT-LABEL
           MOVE WS-MISMATCH-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'PAID AFTER VOID' TO DL-OUT-LABEL
           MOVE WS-PAID-VOID-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'ALREADY CLEARED' TO DL-OUT-LABEL
           MOVE WS-DUPLICATE-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'CHECKS VOIDED' TO DL-OUT-LABEL
           MOVE WS-VOID-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'CHECKS REISSUED' TO DL-OUT-LABEL
           MOVE WS-REISSUE-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'VOIDS REJECTED' TO DL-OUT-LABEL
           MOVE WS-VOID-REJECT-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE.

           WRITE OUT-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

           ADD WS-VOID-REJECT-CTR TO WS-EXCEPTION-CTR.

           MOVE WS-NEXT-CHECK-NO TO CN-NEXT-CHECK-NO
           OPEN OUTPUT CHECK-CONTROL-FILE
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE.

      **********************************************************
      *  710-BUCKET-LINE-RTN - Performed from 700-END-PROGRAM- *
      *              RTN, prints one aging bucket's total      *
      **********************************************************
       710-BUCKET-LINE-RTN.
           MOVE WS-BUCKET-NAME (WS-BUCKET) TO DL-OUT-BUCKET-NAME
           MOVE WS-BUCKET-CTR (WS-BUCKET) TO DL-OUT-BUCKET-CTR
           MOVE WS-BUCKET-AMT (WS-BUCKET) TO DL-OUT-BUCKET-AMT
           IF WS-BUCKET = 1
               WRITE OUT-REPORT-REC FROM DL-BUCKET-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE OUT-REPORT-REC FROM DL-BUCKET-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Opens the files and picks up    *
      *                          the next check number           *
      ************************************************************
       800-INITIALIZATION-RTN.
           MOVE ZEROS TO WS-BUCKET-TABLE.

           OPEN INPUT CHECK-CONTROL-FILE.
           IF WS-CHECK-CTL-OK
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CN-NEXT-CHECK-NO IS NUMERIC
                          AND CN-NEXT-CHECK-NO > ZERO
                           MOVE CN-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

           OPEN I-O CHECK-MASTER-FILE.
           IF WS-CHECK-MST-DOES-NOT-EXIST
               OPEN OUTPUT CHECK-MASTER-FILE
               CLOSE CHECK-MASTER-FILE
               OPEN I-O CHECK-MASTER-FILE
           END-IF.

           OPEN INPUT VOID-TRANS-FILE.
           IF NOT WS-VOID-OK
               MOVE 'N' TO WS-VOID-PRESENT
           END-IF.
           OPEN INPUT PAID-ITEMS-FILE.
           IF NOT WS-PAID-OK
               MOVE 'N' TO WS-PAID-PRESENT
           END-IF.

           OPEN OUTPUT CHECK-PRINT-FILE
                       OUT-REPORT-FILE.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           CLOSE CHECK-MASTER-FILE
                 CHECK-PRINT-FILE
                 OUT-REPORT-FILE.
           IF WS-VOID-IS-PRESENT
               CLOSE VOID-TRANS-FILE
           END-IF.
           IF WS-PAID-IS-PRESENT
               CLOSE PAID-ITEMS-FILE
           END-IF.
