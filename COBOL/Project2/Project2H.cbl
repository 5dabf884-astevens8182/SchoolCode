       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT2H.
      ************************************************************
      *  PROJECT2H  -  Bank lockbox import.  Reads the bank's    *
      *              daily lockbox file CH0601LB.DAT, proves     *
      *              each batch of checks against its trailer    *
      *              count and total, and turns every check in   *
      *              a proved batch into a type P payment        *
      *              transaction appended to the raw             *
      *              transaction file CH0601.DAT, where          *
      *              PROJECT2E edits it and PROJECT2 posts it    *
      *              like a keyed payment.                       *
      *                                                            *
      *  A check is matched to its customer by customer number   *
      *  when the stub carries one, otherwise by payer name,     *
      *  through the CH0601X.DAT cross-reference.  A check that  *
      *  cannot be matched, or whose amount cannot be carried on *
      *  a whole-dollar transaction, is not posted to anyone -   *
      *  it goes on the unapplied-cash report CH0601LU.RPT for   *
      *  collections to apply by hand.                           *
      *                                                            *
      *  The deposit total of each proved batch - every check in *
      *  it, applied or not, since the bank deposited them all - *
      *  is added to that deposit month's slip total on          *
      *  CH0601J.CTL, so PROJECT2P's cash proof no longer needs  *
      *  the slip keyed.  Unapplied cash therefore shows there   *
      *  as over until it is keyed.                              *
      *                                                            *
      *  A batch that does not prove, has no trailer, or was     *
      *  already imported (CH0601LH.DAT keeps every batch        *
      *  number and deposit date taken in, so a rerun of the     *
      *  same file posts nothing twice) is held whole: none of   *
      *  its checks post and its total stays off the slip.  So   *
      *  is a batch for a new deposit month when CH0601J.CTL     *
      *  already holds its limit of 60 months.  A CH0601J.CTL    *
      *  holding more than that imports nothing, so rewriting it *
      *  can never lose a month.  The same holds for the 3000    *
      *  batches CH0601LH.DAT can be checked against: a file     *
      *  holding more imports nothing, and once the table is     *
      *  full every further batch is held, so no batch is ever   *
      *  taken in without being recorded.  The batch register    *
      *  CH0601LB.RPT shows every batch's proof.                 *
      *                                                            *
      *  CH0601LB.DAT, 40-character records, type in column 1:    *
      *    H header   2-5 batch number 9(4), 6-13 deposit date    *
      *               YYYYMMDD                                    *
      *    D check    2-9 check number, 10-14 customer number     *
      *               (blank when not on the stub), 15-26 payer   *
      *               name as on the cross-reference, 27-35       *
      *               amount 9(7)V99, 36-40 open item paid        *
      *               (blank applies oldest first)                *
      *    T trailer  2-5 batch number, 6-9 check count 9(4),     *
      *               10-19 batch total 9(8)V99                   *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601LB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT BAL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601B.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CUST-NO
               FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT XREF-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601X.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-CUST-NAME
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT CUST-TRANS-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT DEPOSIT-CTL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601J.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-CTL-STATUS.

           SELECT BATCH-HISTORY-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601LH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601LB.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNAPPLIED-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601LU.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LOCKBOX-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01 LOCKBOX-HEADER-REC.
          05 LB-REC-TYPE                       PIC X.
             88 LB-IS-HEADER                         VALUE 'H'.
             88 LB-IS-CHECK                          VALUE 'D'.
             88 LB-IS-TRAILER                        VALUE 'T'.
          05 LB-H-BATCH-NO                     PIC X(4).
          05 LB-H-DEPOSIT-DATE                 PIC X(8).
          05                                   PIC X(27).
       01 LOCKBOX-CHECK-REC.
          05                                   PIC X.
          05 LB-CHECK-NO                       PIC X(8).
          05 LB-CUST-NO                        PIC X(5).
          05 LB-CUST-NO-NUM REDEFINES
             LB-CUST-NO                        PIC 9(5).
          05 LB-PAYER-NAME                     PIC X(12).
          05 LB-CHECK-AMOUNT                   PIC X(9).
          05 LB-CHECK-AMOUNT-NUM REDEFINES
             LB-CHECK-AMOUNT                   PIC 9(7)V99.
          05 LB-ITEM-REF                       PIC X(5).
       01 LOCKBOX-TRAILER-REC.
          05                                   PIC X.
          05 LB-T-BATCH-NO                     PIC X(4).
          05 LB-T-CHECK-COUNT                  PIC X(4).
          05 LB-T-CHECK-COUNT-NUM REDEFINES
             LB-T-CHECK-COUNT                  PIC 9(4).
          05 LB-T-BATCH-TOTAL                  PIC X(10).
          05 LB-T-BATCH-TOTAL-NUM REDEFINES
             LB-T-BATCH-TOTAL                  PIC 9(8)V99.
          05                                   PIC X(21).

       FD BAL-FILE.
       01 BAL-RECORD.
           COPY BALREC.

       FD XREF-FILE.
       01 XREF-RECORD.
           COPY XREFREC.

       FD CUST-TRANS-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01 CUST-TRANS-REC.
          05 LT-CUST-NAME                      PIC X(12).
          05 LT-MONTH                          PIC X(2).
          05 LT-YEAR                           PIC X(4).
          05 LT-AMOUNT                         PIC 9(6).
          05 LT-TRANS-TYPE                     PIC X(1).
          05 LT-ITEM-REF                       PIC X(5).
          05                                   PIC X(3).

       FD DEPOSIT-CTL-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01 DEPOSIT-CTL-REC.
          05 DP-PERIOD                         PIC X(6).
          05 DP-SLIP-TOTAL                     PIC 9(8)V99.

       FD BATCH-HISTORY-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01 BATCH-HISTORY-REC.
          05 LH-BATCH-NO                       PIC X(4).
          05 LH-DEPOSIT-DATE                   PIC X(8).
          05 LH-CHECK-COUNT                    PIC 9(4).
          05 LH-BATCH-TOTAL                    PIC 9(8)V99.

       FD REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 REGISTER-REC                         PIC X(80).

       FD UNAPPLIED-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 UNAPPLIED-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WORK-AREAS.
          05 ARE-THERE-MORE-RECORDS            PIC XXX
               VALUE 'YES'.
          05 WS-LOCKBOX-STATUS                 PIC XX
               VALUE ZEROS.
             88 WS-LOCKBOX-OK                        VALUE '00'.
          05 WS-BAL-FILE-STATUS                PIC XX
               VALUE ZEROS.
             88 WS-BAL-FILE-OK                       VALUE '00'.
          05 WS-XREF-FILE-STATUS               PIC XX
               VALUE ZEROS.
             88 WS-XREF-FILE-OK                      VALUE '00'.
          05 WS-TRANS-STATUS                   PIC XX
               VALUE ZEROS.
             88 WS-TRANS-DOES-NOT-EXIST              VALUE '35'.
          05 WS-DEPOSIT-CTL-STATUS             PIC XX
               VALUE ZEROS.
             88 WS-DEPOSIT-CTL-OK                    VALUE '00'.
          05 WS-HISTORY-STATUS                 PIC XX
               VALUE ZEROS.
             88 WS-HISTORY-OK                        VALUE '00'.
             88 WS-HISTORY-DOES-NOT-EXIST            VALUE '35'.
          05 WS-MASTERS-OPEN                   PIC X
               VALUE 'N'.
             88 WS-MASTERS-ARE-OPEN                  VALUE 'Y'.

      *    The batch being gathered, from its header to its
      *    trailer.
          05 WS-BATCH-OPEN                     PIC X
               VALUE 'N'.
             88 WS-BATCH-IS-OPEN                     VALUE 'Y'.
          05 WS-BATCH-NO                       PIC X(4)
               VALUE SPACES.
          05 WS-DEPOSIT-DATE                   PIC X(8)
               VALUE SPACES.
          05 WS-DEPOSIT-PERIOD                 PIC X(6)
               VALUE SPACES.
          05 WS-BATCH-COUNT                    PIC 9(4)
               VALUE ZERO.
          05 WS-BATCH-TOTAL                    PIC 9(8)V99
               VALUE ZERO.
          05 WS-BATCH-ERROR                    PIC X(30)
               VALUE SPACES.
          05 WS-HOLD-REASON                    PIC X(30)
               VALUE SPACES.
          05 WS-CHECK-IDX                      PIC 9(4)
               VALUE ZERO.
          05 WS-BATCH-POSTED-CTR               PIC 9(4)
               VALUE ZERO.
          05 WS-BATCH-POSTED-AMT               PIC 9(8)V99
               VALUE ZERO.
          05 WS-BATCH-UNAPPLIED-CTR            PIC 9(4)
               VALUE ZERO.
          05 WS-BATCH-UNAPPLIED-AMT            PIC 9(8)V99
               VALUE ZERO.

      *    The check being applied.
          05 WS-UNAPPLIED-REASON               PIC X(30)
               VALUE SPACES.
          05 WS-POST-NAME                      PIC X(12)
               VALUE SPACES.
          05 WS-POST-CUST-NO                   PIC 9(5)
               VALUE ZERO.
          05 WS-WHOLE-DOLLARS                  PIC 9(7)
               VALUE ZERO.
          05 WS-CENTS                          PIC V99
               VALUE ZERO.

          05 WS-MATCH-IDX                      PIC 9(4)
               VALUE ZERO.
          05 WS-SLIP-COUNT                     PIC 99
               VALUE ZERO.
          05 WS-SLIP-IDX                       PIC 99
               VALUE ZERO.
          05 WS-SLIPS-CHANGED                  PIC X
               VALUE 'N'.
             88 WS-SLIPS-WERE-CHANGED                VALUE 'Y'.
          05 WS-SLIP-OVERFLOW                  PIC X
               VALUE 'N'.
             88 WS-SLIP-TABLE-OVERFLOWED             VALUE 'Y'.
          05 WS-HIST-OVERFLOW                  PIC X
               VALUE 'N'.
             88 WS-HIST-TABLE-OVERFLOWED             VALUE 'Y'.
          05 WS-HIST-COUNT                     PIC 9(4)
               VALUE ZERO.
          05 WS-HIST-IDX                       PIC 9(4)
               VALUE ZERO.

          05 WS-BATCHES-READ                   PIC 9(4)
               VALUE ZERO.
          05 WS-BATCHES-POSTED                 PIC 9(4)
               VALUE ZERO.
          05 WS-BATCHES-HELD                   PIC 9(4)
               VALUE ZERO.
          05 WS-STRAY-CTR                      PIC 9(4)
               VALUE ZERO.
          05 WS-POSTED-CTR                     PIC 9(5)
               VALUE ZERO.
          05 WS-POSTED-TOTAL                   PIC 9(9)V99
               VALUE ZERO.
          05 WS-UNAPPLIED-CTR                  PIC 9(5)
               VALUE ZERO.
          05 WS-UNAPPLIED-TOTAL                PIC 9(9)V99
               VALUE ZERO.
          05 WS-DEPOSIT-TOTAL                  PIC 9(9)V99
               VALUE ZERO.

      *    The checks of the batch being gathered, held until its
      *    trailer proves them.
       01 WS-CHECK-TABLE.
          05 WS-CHECK-ENTRY                    PIC X(40)
               OCCURS 500 TIMES.

      *    Deposit slips as read from CH0601J.CTL, one per
      *    deposit month, the way PROJECT2P reads them.
       01 WS-SLIP-TABLE.
          05 WS-SLIP-ENTRY OCCURS 60 TIMES.
             10 WS-SLIP-PERIOD                 PIC X(6).
             10 WS-SLIP-TOTAL                  PIC 9(8)V99.

      *    Every batch already imported, plus the ones this run
      *    takes in.
       01 WS-HIST-TABLE.
          05 WS-HIST-ENTRY OCCURS 3000 TIMES.
             10 WS-HIST-BATCH-NO               PIC X(4).
             10 WS-HIST-DEPOSIT-DATE           PIC X(8).

       01 HDR1-LB-OUT.
          05                                   PIC X(20)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'LOCKBOX IMPORT BATCH REGISTER'.

       01 HDR2-LB-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'BATCH'.
          05                                   PIC X(10)
               VALUE 'DEPOSIT'.
          05                                   PIC X(7)
               VALUE 'CHECKS'.
          05                                   PIC X(16)
               VALUE '   BATCH TOTAL'.
          05                                   PIC X(7)
               VALUE 'TRLR'.
          05                                   PIC X(15)
               VALUE ' TRAILER TOTAL'.
          05                                   PIC X(10)
               VALUE 'RESULT'.

       01 LB-BATCH-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 LB-BATCH-NO-OUT                   PIC X(4).
          05                                   PIC X(3)
               VALUE SPACES.
          05 LB-DEPOSIT-DATE-OUT               PIC X(8).
          05                                   PIC X(2)
               VALUE SPACES.
          05 LB-COUNT-OUT                      PIC ZZZ9.
          05                                   PIC X(1)
               VALUE SPACES.
          05 LB-TOTAL-OUT                      PIC $$$,$$$,$$9.99.
          05                                   PIC X(2)
               VALUE SPACES.
          05 LB-T-COUNT-OUT                    PIC X(4).
          05                                   PIC X(1)
               VALUE SPACES.
          05 LB-T-TOTAL-OUT                    PIC $$$,$$$,$$9.99.
          05                                   PIC X(1)
               VALUE SPACES.
          05 LB-RESULT-OUT                     PIC X(20).

       01 LB-APPLIED-OUT.
          05                                   PIC X(19)
               VALUE SPACES.
          05                                   PIC X(9)
               VALUE 'POSTED'.
          05 LB-POSTED-CTR-OUT                 PIC ZZZ9.
          05                                   PIC X
               VALUE SPACE.
          05 LB-POSTED-AMT-OUT                 PIC $$$,$$$,$$9.99.
          05                                   PIC X(12)
               VALUE '   UNAPPLIED'.
          05 LB-UNAPPLIED-CTR-OUT              PIC ZZZ9.
          05                                   PIC X
               VALUE SPACE.
          05 LB-UNAPPLIED-AMT-OUT              PIC $$$,$$$,$$9.99.

       01 LB-STRAY-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 LB-STRAY-TEXT-OUT                 PIC X(40).
          05 LB-STRAY-REC-OUT                  PIC X(38).

       01 HDR1-LU-OUT.
          05                                   PIC X(20)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'LOCKBOX UNAPPLIED CASH'.

       01 HDR2-LU-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(6)
               VALUE 'BATCH'.
          05                                   PIC X(10)
               VALUE 'CHECK'.
          05                                   PIC X(7)
               VALUE 'CUST'.
          05                                   PIC X(13)
               VALUE 'PAYER'.
          05                                   PIC X(13)
               VALUE '       AMOUNT'.
          05                                   PIC X(6)
               VALUE SPACES.
          05                                   PIC X(20)
               VALUE 'REASON'.

       01 LU-DETAIL-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 LU-BATCH-NO-OUT                   PIC X(4).
          05                                   PIC X(2)
               VALUE SPACES.
          05 LU-CHECK-NO-OUT                   PIC X(8).
          05                                   PIC X(2)
               VALUE SPACES.
          05 LU-CUST-NO-OUT                    PIC X(5).
          05                                   PIC X(2)
               VALUE SPACES.
          05 LU-PAYER-OUT                      PIC X(12).
          05                                   PIC X(1)
               VALUE SPACES.
          05 LU-AMOUNT-OUT                     PIC $,$$$,$$9.99.
          05                                   PIC X(2)
               VALUE SPACES.
          05 LU-REASON-OUT                     PIC X(28).

       01 LU-NONE-OUT.
          05                                   PIC X(4)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'NONE - EVERY CHECK WAS APPLIED'.

       01 COUNT-LINE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 COUNT-LABEL-OUT                   PIC X(30).
          05 COUNT-VALUE-OUT                   PIC ZZ,ZZ9.

       01 AMOUNT-LINE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 AMOUNT-LABEL-OUT                  PIC X(30).
          05 AMOUNT-VALUE-OUT                  PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN OUTPUT REGISTER-FILE
                       UNAPPLIED-FILE.

           WRITE REGISTER-REC FROM HDR1-LB-OUT
               AFTER ADVANCING PAGE.
           WRITE REGISTER-REC FROM HDR2-LB-OUT
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.

           WRITE UNAPPLIED-REC FROM HDR1-LU-OUT
               AFTER ADVANCING PAGE.
           WRITE UNAPPLIED-REC FROM HDR2-LU-OUT
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO UNAPPLIED-REC.
           WRITE UNAPPLIED-REC.

           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-OK
               PERFORM 150-OPEN-MASTERS-RTN
           ELSE
               MOVE 'NO LOCKBOX FILE - NOTHING IMPORTED'
                   TO LB-STRAY-TEXT-OUT
               MOVE SPACES TO LB-STRAY-REC-OUT
               WRITE REGISTER-REC FROM LB-STRAY-OUT
                   AFTER ADVANCING 1 LINE
               DISPLAY 'PROJECT2H - ' LB-STRAY-TEXT-OUT
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-IF.

           IF WS-MASTERS-ARE-OPEN
               PERFORM 170-OPEN-OUTPUT-FILES-RTN
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
                   READ LOCKBOX-FILE
                        AT END
                           MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                        NOT AT END
                           PERFORM 200-LOCKBOX-RECORD-RTN
                   END-READ
               END-PERFORM
               IF WS-BATCH-IS-OPEN
                   MOVE 'HELD - NO TRAILER' TO WS-BATCH-ERROR
                   MOVE SPACES TO LB-T-COUNT-OUT
                   MOVE ZERO TO LB-T-TOTAL-OUT
                   PERFORM 350-HOLD-BATCH-RTN
               END-IF
               IF WS-SLIPS-WERE-CHANGED
                   PERFORM 600-WRITE-DEPOSIT-SLIPS-RTN
               END-IF
               CLOSE BAL-FILE
                     XREF-FILE
                     CUST-TRANS-FILE
                     BATCH-HISTORY-FILE
           END-IF.

           IF WS-LOCKBOX-OK
               CLOSE LOCKBOX-FILE
           END-IF.

           IF WS-UNAPPLIED-CTR = ZERO
               WRITE UNAPPLIED-REC FROM LU-NONE-OUT
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM 700-PRINT-TOTALS-RTN.

           CLOSE REGISTER-FILE
                 UNAPPLIED-FILE.

           STOP RUN.

      *****************************************************
      *  150-OPEN-MASTERS-RTN - Performed from 100-MAIN-    *
      *                MODULE, opens the balance master and *
      *                cross-reference for lookup and loads *
      *                the batch history and deposit slips. *
      *                Nothing is imported without both     *
      *                masters, since no check could be     *
      *                matched, nor when the history or the *
      *                slips overflow their tables.         *
      *****************************************************
       150-OPEN-MASTERS-RTN.
           OPEN INPUT BAL-FILE.
           OPEN INPUT XREF-FILE.
           IF WS-BAL-FILE-OK AND WS-XREF-FILE-OK
               PERFORM 160-LOAD-BATCH-HISTORY-RTN
               PERFORM 165-LOAD-DEPOSIT-SLIPS-RTN
               IF WS-HIST-TABLE-OVERFLOWED
                       OR WS-SLIP-TABLE-OVERFLOWED
                   IF WS-HIST-TABLE-OVERFLOWED
                       MOVE 'CH0601LH OVER 3000 - NOTHING IMPORTED'
                           TO LB-STRAY-TEXT-OUT
                   ELSE
                       MOVE 'SLIPS OVER 60 MONTHS - NOTHING IMPORTED'
                           TO LB-STRAY-TEXT-OUT
                   END-IF
                   DISPLAY 'PROJECT2H - ' LB-STRAY-TEXT-OUT
                   MOVE SPACES TO LB-STRAY-REC-OUT
                   WRITE REGISTER-REC FROM LB-STRAY-OUT
                       AFTER ADVANCING 1 LINE
                   CLOSE BAL-FILE
                         XREF-FILE
               ELSE
                   MOVE 'Y' TO WS-MASTERS-OPEN
               END-IF
           ELSE
               DISPLAY 'PROJECT2H - CH0601B.DAT STATUS '
                   WS-BAL-FILE-STATUS ' CH0601X.DAT STATUS '
                   WS-XREF-FILE-STATUS ' - NOTHING IMPORTED'
               MOVE 'MASTERS NOT OPEN - NOTHING IMPORTED'
                   TO LB-STRAY-TEXT-OUT
               MOVE SPACES TO LB-STRAY-REC-OUT
               WRITE REGISTER-REC FROM LB-STRAY-OUT
                   AFTER ADVANCING 1 LINE
               IF WS-BAL-FILE-OK
                   CLOSE BAL-FILE
               END-IF
               IF WS-XREF-FILE-OK
                   CLOSE XREF-FILE
               END-IF
           END-IF.

      *****************************************************
      *  160-LOAD-BATCH-HISTORY-RTN - Performed from 150-   *
      *                OPEN-MASTERS-RTN.  Holds every batch *
      *                number and deposit date already      *
      *                imported.  A missing file means none *
      *                have been.  A batch past the 3000th  *
      *                sets WS-HIST-OVERFLOW.               *
      *****************************************************
       160-LOAD-BATCH-HISTORY-RTN.
           OPEN INPUT BATCH-HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM UNTIL WS-HISTORY-STATUS = '10'
                   READ BATCH-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-HISTORY-STATUS
                       NOT AT END
                           IF WS-HIST-COUNT < 3000
                               ADD 1 TO WS-HIST-COUNT
                               MOVE LH-BATCH-NO TO
                                   WS-HIST-BATCH-NO (WS-HIST-COUNT)
                               MOVE LH-DEPOSIT-DATE TO
                                 WS-HIST-DEPOSIT-DATE (WS-HIST-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-HIST-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-HISTORY-FILE
           END-IF.

      *****************************************************
      *  165-LOAD-DEPOSIT-SLIPS-RTN - Performed from 150-   *
      *                OPEN-MASTERS-RTN.  Loads the slip    *
      *                totals already on CH0601J.CTL, so a  *
      *                month with keyed slips or earlier    *
      *                lockbox deposits is added to, not    *
      *                replaced.  A slip past the 60th sets *
      *                WS-SLIP-OVERFLOW.                    *
      *****************************************************
       165-LOAD-DEPOSIT-SLIPS-RTN.
           OPEN INPUT DEPOSIT-CTL-FILE.
           IF WS-DEPOSIT-CTL-OK
               PERFORM UNTIL WS-DEPOSIT-CTL-STATUS = '10'
                   READ DEPOSIT-CTL-FILE
                       AT END
                           MOVE '10' TO WS-DEPOSIT-CTL-STATUS
                       NOT AT END
                           IF WS-SLIP-COUNT < 60
                               ADD 1 TO WS-SLIP-COUNT
                               MOVE DP-PERIOD TO
                                   WS-SLIP-PERIOD (WS-SLIP-COUNT)
                               MOVE DP-SLIP-TOTAL TO
                                   WS-SLIP-TOTAL (WS-SLIP-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-SLIP-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-CTL-FILE
           END-IF.

      *****************************************************
      *  170-OPEN-OUTPUT-FILES-RTN - Opens the raw          *
      *                transaction file and the batch       *
      *                history for append, creating either  *
      *                one that is not there yet            *
      *****************************************************
       170-OPEN-OUTPUT-FILES-RTN.
           OPEN EXTEND CUST-TRANS-FILE.
           IF WS-TRANS-DOES-NOT-EXIST
               OPEN OUTPUT CUST-TRANS-FILE
               CLOSE CUST-TRANS-FILE
               OPEN EXTEND CUST-TRANS-FILE
           END-IF.

           OPEN EXTEND BATCH-HISTORY-FILE.
           IF WS-HISTORY-DOES-NOT-EXIST
               OPEN OUTPUT BATCH-HISTORY-FILE
               CLOSE BATCH-HISTORY-FILE
               OPEN EXTEND BATCH-HISTORY-FILE
           END-IF.

      *****************************************************
      *  200-LOCKBOX-RECORD-RTN - Performed from 100-MAIN-  *
      *                MODULE for each lockbox record       *
      *****************************************************
       200-LOCKBOX-RECORD-RTN.
           EVALUATE TRUE
               WHEN LB-IS-HEADER
                   PERFORM 210-START-BATCH-RTN
               WHEN LB-IS-CHECK
                   PERFORM 220-GATHER-CHECK-RTN
               WHEN LB-IS-TRAILER
                   PERFORM 300-PROVE-BATCH-RTN
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE - SKIPPED'
                       TO LB-STRAY-TEXT-OUT
                   PERFORM 250-PRINT-STRAY-RTN
           END-EVALUATE.

      *****************************************************
      *  210-START-BATCH-RTN - Performed from 200-LOCKBOX-  *
      *                RECORD-RTN for a header.  A batch    *
      *                still open is held for its missing   *
      *                trailer first.                       *
      *****************************************************
       210-START-BATCH-RTN.
           IF WS-BATCH-IS-OPEN
               MOVE 'HELD - NO TRAILER' TO WS-BATCH-ERROR
               MOVE SPACES TO LB-T-COUNT-OUT
               MOVE ZERO TO LB-T-TOTAL-OUT
               PERFORM 350-HOLD-BATCH-RTN
           END-IF.

           ADD 1 TO WS-BATCHES-READ.
           MOVE 'Y' TO WS-BATCH-OPEN.
           MOVE LB-H-BATCH-NO TO WS-BATCH-NO.
           MOVE LB-H-DEPOSIT-DATE TO WS-DEPOSIT-DATE.
           MOVE LB-H-DEPOSIT-DATE (1:6) TO WS-DEPOSIT-PERIOD.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE ZERO TO WS-BATCH-TOTAL.
           MOVE SPACES TO WS-BATCH-ERROR.

           IF LB-H-BATCH-NO IS NOT NUMERIC
               MOVE 'HELD - BATCH NO NOT NUMERIC' TO WS-BATCH-ERROR
           END-IF.
           IF LB-H-DEPOSIT-DATE IS NOT NUMERIC
               MOVE 'HELD - BAD DEPOSIT DATE' TO WS-BATCH-ERROR
           END-IF.

      *****************************************************
      *  220-GATHER-CHECK-RTN - Performed from 200-LOCKBOX- *
      *                RECORD-RTN, counts one check into    *
      *                the open batch and holds it until    *
      *                the trailer proves the batch         *
      *****************************************************
       220-GATHER-CHECK-RTN.
           IF NOT WS-BATCH-IS-OPEN
               MOVE 'CHECK OUTSIDE A BATCH - NOT POSTED'
                   TO LB-STRAY-TEXT-OUT
               PERFORM 250-PRINT-STRAY-RTN
           ELSE
               ADD 1 TO WS-BATCH-COUNT
               IF WS-BATCH-COUNT NOT > 500
                   MOVE LOCKBOX-CHECK-REC
                       TO WS-CHECK-ENTRY (WS-BATCH-COUNT)
               ELSE
                   MOVE 'HELD - OVER 500 CHECKS' TO WS-BATCH-ERROR
               END-IF
               IF LB-CHECK-AMOUNT IS NUMERIC
                   ADD LB-CHECK-AMOUNT-NUM TO WS-BATCH-TOTAL
               ELSE
                   MOVE 'HELD - AMOUNT NOT NUMERIC'
                       TO WS-BATCH-ERROR
               END-IF
           END-IF.

      *****************************************************
      *  250-PRINT-STRAY-RTN - Lists a lockbox record that  *
      *                belongs to no batch or is not a      *
      *                header, check or trailer             *
      *****************************************************
       250-PRINT-STRAY-RTN.
           ADD 1 TO WS-STRAY-CTR.
           MOVE LOCKBOX-HEADER-REC TO LB-STRAY-REC-OUT.
           WRITE REGISTER-REC FROM LB-STRAY-OUT
               AFTER ADVANCING 1 LINE.

      *****************************************************
      *  300-PROVE-BATCH-RTN - Performed from 200-LOCKBOX-  *
      *                RECORD-RTN for a trailer.  Proves    *
      *                the batch's count and total against  *
      *                the trailer and posts it only if     *
      *                they agree and it has not been       *
      *                imported before.                     *
      *****************************************************
       300-PROVE-BATCH-RTN.
           IF NOT WS-BATCH-IS-OPEN
               MOVE 'TRAILER WITH NO HEADER - SKIPPED'
                   TO LB-STRAY-TEXT-OUT
               PERFORM 250-PRINT-STRAY-RTN
           ELSE
               MOVE LB-T-CHECK-COUNT TO LB-T-COUNT-OUT
               IF LB-T-BATCH-TOTAL IS NUMERIC
                   MOVE LB-T-BATCH-TOTAL-NUM TO LB-T-TOTAL-OUT
               ELSE
                   MOVE ZERO TO LB-T-TOTAL-OUT
               END-IF
               EVALUATE TRUE
                   WHEN WS-BATCH-ERROR NOT = SPACES
                       CONTINUE
                   WHEN LB-T-BATCH-NO NOT = WS-BATCH-NO
                       MOVE 'HELD - TRAILER BATCH NO'
                           TO WS-BATCH-ERROR
                   WHEN LB-T-CHECK-COUNT IS NOT NUMERIC
                     OR LB-T-BATCH-TOTAL IS NOT NUMERIC
                       MOVE 'HELD - TRAILER NOT NUMERIC'
                           TO WS-BATCH-ERROR
                   WHEN LB-T-CHECK-COUNT-NUM NOT = WS-BATCH-COUNT
                       MOVE 'HELD - COUNT OUT' TO WS-BATCH-ERROR
                   WHEN LB-T-BATCH-TOTAL-NUM NOT = WS-BATCH-TOTAL
                       MOVE 'HELD - TOTAL OUT' TO WS-BATCH-ERROR
                   WHEN OTHER
                       PERFORM 310-CHECK-IMPORTED-RTN
                       IF WS-BATCH-ERROR = SPACES
                           PERFORM 330-CHECK-SLIP-ROOM-RTN
                       END-IF
               END-EVALUATE
               IF WS-BATCH-ERROR = SPACES
                   PERFORM 400-POST-BATCH-RTN
               ELSE
                   PERFORM 350-HOLD-BATCH-RTN
               END-IF
           END-IF.

      *****************************************************
      *  310-CHECK-IMPORTED-RTN - Performed from 300-PROVE- *
      *                BATCH-RTN, holds a batch whose       *
      *                number and deposit date were already *
      *                imported, or any batch once the      *
      *                history table is full, since it      *
      *                could not be recorded                *
      *****************************************************
       310-CHECK-IMPORTED-RTN.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM 320-FIND-ONE-BATCH-RTN
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
                     OR WS-MATCH-IDX > ZERO.
           IF WS-MATCH-IDX > ZERO
               MOVE 'HELD - ALREADY IMPORTED' TO WS-BATCH-ERROR
           ELSE
               IF WS-HIST-COUNT NOT < 3000
                   MOVE 'HELD - BATCH HISTORY FULL' TO WS-BATCH-ERROR
               END-IF
           END-IF.

      *****************************************************
      *  320-FIND-ONE-BATCH-RTN - Compares the batch to one *
      *                history entry                        *
      *****************************************************
       320-FIND-ONE-BATCH-RTN.
           IF WS-HIST-BATCH-NO (WS-HIST-IDX) = WS-BATCH-NO
              AND WS-HIST-DEPOSIT-DATE (WS-HIST-IDX) = WS-DEPOSIT-DATE
               MOVE WS-HIST-IDX TO WS-MATCH-IDX
           END-IF.

      *****************************************************
      *  330-CHECK-SLIP-ROOM-RTN - Performed from 300-      *
      *                PROVE-BATCH-RTN, holds a batch for a *
      *                deposit month with no slip yet when  *
      *                the slip table is already full, so   *
      *                no batch posts without its deposit   *
      *****************************************************
       330-CHECK-SLIP-ROOM-RTN.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM 520-FIND-ONE-SLIP-RTN
               VARYING WS-SLIP-IDX FROM 1 BY 1
               UNTIL WS-SLIP-IDX > WS-SLIP-COUNT
                     OR WS-MATCH-IDX > ZERO.
           IF WS-MATCH-IDX = ZERO AND WS-SLIP-COUNT NOT < 60
               MOVE 'HELD - DEPOSIT SLIPS FULL' TO WS-BATCH-ERROR
           END-IF.

      *****************************************************
      *  350-HOLD-BATCH-RTN - Lists a batch that is not     *
      *                posted with the reason, and closes   *
      *                it                                   *
      *****************************************************
       350-HOLD-BATCH-RTN.
           PERFORM 380-BATCH-LINE-RTN.
           MOVE WS-BATCH-ERROR TO LB-RESULT-OUT.
           WRITE REGISTER-REC FROM LB-BATCH-OUT
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-BATCHES-HELD.
           MOVE 'N' TO WS-BATCH-OPEN.

      *****************************************************
      *  380-BATCH-LINE-RTN - Fills the batch's side of its *
      *                register line                        *
      *****************************************************
       380-BATCH-LINE-RTN.
           MOVE WS-BATCH-NO TO LB-BATCH-NO-OUT.
           MOVE WS-DEPOSIT-DATE TO LB-DEPOSIT-DATE-OUT.
           MOVE WS-BATCH-COUNT TO LB-COUNT-OUT.
           MOVE WS-BATCH-TOTAL TO LB-TOTAL-OUT.

      *****************************************************
      *  400-POST-BATCH-RTN - Performed from 300-PROVE-     *
      *                BATCH-RTN for a proved batch.        *
      *                Applies every check, records the     *
      *                batch as imported and adds its       *
      *                deposit to the month's slip.         *
      *****************************************************
       400-POST-BATCH-RTN.
           MOVE ZERO TO WS-BATCH-POSTED-CTR.
           MOVE ZERO TO WS-BATCH-POSTED-AMT.
           MOVE ZERO TO WS-BATCH-UNAPPLIED-CTR.
           MOVE ZERO TO WS-BATCH-UNAPPLIED-AMT.

           PERFORM 380-BATCH-LINE-RTN.
           MOVE 'PROVED' TO LB-RESULT-OUT.
           WRITE REGISTER-REC FROM LB-BATCH-OUT
               AFTER ADVANCING 1 LINE.

           PERFORM 420-APPLY-ONE-CHECK-RTN
               VARYING WS-CHECK-IDX FROM 1 BY 1
               UNTIL WS-CHECK-IDX > WS-BATCH-COUNT.

           MOVE WS-BATCH-POSTED-CTR TO LB-POSTED-CTR-OUT.
           MOVE WS-BATCH-POSTED-AMT TO LB-POSTED-AMT-OUT.
           MOVE WS-BATCH-UNAPPLIED-CTR TO LB-UNAPPLIED-CTR-OUT.
           MOVE WS-BATCH-UNAPPLIED-AMT TO LB-UNAPPLIED-AMT-OUT.
           WRITE REGISTER-REC FROM LB-APPLIED-OUT
               AFTER ADVANCING 1 LINE.

           MOVE WS-BATCH-NO TO LH-BATCH-NO.
           MOVE WS-DEPOSIT-DATE TO LH-DEPOSIT-DATE.
           MOVE WS-BATCH-COUNT TO LH-CHECK-COUNT.
           MOVE WS-BATCH-TOTAL TO LH-BATCH-TOTAL.
           WRITE BATCH-HISTORY-REC.
           ADD 1 TO WS-HIST-COUNT.
           MOVE WS-BATCH-NO TO WS-HIST-BATCH-NO (WS-HIST-COUNT).
           MOVE WS-DEPOSIT-DATE TO WS-HIST-DEPOSIT-DATE (WS-HIST-COUNT).

           PERFORM 500-ADD-TO-SLIP-RTN.

           ADD 1 TO WS-BATCHES-POSTED.
           ADD WS-BATCH-TOTAL TO WS-DEPOSIT-TOTAL.
           MOVE 'N' TO WS-BATCH-OPEN.

      *****************************************************
      *  420-APPLY-ONE-CHECK-RTN - Performed from 400-POST- *
      *                BATCH-RTN.  Finds the customer the   *
      *                check pays and writes the payment,   *
      *                or lists it as unapplied cash.  The  *
      *                transaction carries whole dollars,   *
      *                so a check with cents is applied by  *
      *                hand.                                *
      *****************************************************
       420-APPLY-ONE-CHECK-RTN.
           MOVE WS-CHECK-ENTRY (WS-CHECK-IDX) TO LOCKBOX-CHECK-REC.
           MOVE SPACES TO WS-UNAPPLIED-REASON.
           MOVE SPACES TO WS-POST-NAME.
           MOVE LB-CHECK-AMOUNT-NUM TO WS-WHOLE-DOLLARS.
           MOVE LB-CHECK-AMOUNT-NUM TO WS-CENTS.

           EVALUATE TRUE
               WHEN LB-CHECK-AMOUNT-NUM = ZERO
                   MOVE 'ZERO AMOUNT' TO WS-UNAPPLIED-REASON
               WHEN WS-CENTS NOT = ZERO
                   MOVE 'CENTS - APPLY BY HAND' TO WS-UNAPPLIED-REASON
               WHEN WS-WHOLE-DOLLARS > 999999
                   MOVE 'OVER $999,999 - BY HAND'
                       TO WS-UNAPPLIED-REASON
               WHEN LB-CUST-NO IS NUMERIC
                AND LB-CUST-NO-NUM > ZERO
                   PERFORM 440-MATCH-BY-NUMBER-RTN
               WHEN LB-PAYER-NAME NOT = SPACES
                   PERFORM 460-MATCH-BY-NAME-RTN
               WHEN OTHER
                   MOVE 'NO CUSTOMER NO OR NAME'
                       TO WS-UNAPPLIED-REASON
           END-EVALUATE.

           IF WS-UNAPPLIED-REASON = SPACES
               PERFORM 480-WRITE-PAYMENT-RTN
           ELSE
               PERFORM 490-PRINT-UNAPPLIED-RTN
           END-IF.

      *****************************************************
      *  440-MATCH-BY-NUMBER-RTN - Performed from 420-APPLY-*
      *                ONE-CHECK-RTN.  Takes the customer's *
      *                name off the master, following a     *
      *                number merged away by PROJECT2Y to   *
      *                its survivor, and makes sure the     *
      *                cross-reference leads PROJECT2 back  *
      *                to the same account.                 *
      *****************************************************
       440-MATCH-BY-NUMBER-RTN.
           MOVE LB-CUST-NO-NUM TO BAL-CUST-NO.
           READ BAL-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NO NOT ON FILE'
                       TO WS-UNAPPLIED-REASON
           END-READ.

           IF WS-UNAPPLIED-REASON = SPACES AND BAL-IS-MERGED
               MOVE BAL-MERGED-INTO TO BAL-CUST-NO
               READ BAL-FILE
                   INVALID KEY
                       MOVE 'MERGED INTO MISSING NUMBER'
                           TO WS-UNAPPLIED-REASON
               END-READ
           END-IF.

           IF WS-UNAPPLIED-REASON = SPACES
               MOVE BAL-CUST-NO TO WS-POST-CUST-NO
               MOVE BAL-CUST-NAME TO XR-CUST-NAME
               READ XREF-FILE
                   INVALID KEY
                       MOVE 'NAME NOT ON CROSS-REFERENCE'
                           TO WS-UNAPPLIED-REASON
                   NOT INVALID KEY
                       IF XR-CUST-NO = WS-POST-CUST-NO
                          OR XR-CUST-NO = LB-CUST-NO-NUM
                           MOVE BAL-CUST-NAME TO WS-POST-NAME
                       ELSE
                           MOVE 'NAME ON FILE UNDER OTHER NO'
                               TO WS-UNAPPLIED-REASON
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      *  460-MATCH-BY-NAME-RTN - Performed from 420-APPLY-  *
      *                ONE-CHECK-RTN for a stub with no     *
      *                customer number                      *
      *****************************************************
       460-MATCH-BY-NAME-RTN.
           MOVE LB-PAYER-NAME TO XR-CUST-NAME.
           READ XREF-FILE
               INVALID KEY
                   MOVE 'PAYER NOT ON CROSS-REFERENCE'
                       TO WS-UNAPPLIED-REASON
               NOT INVALID KEY
                   MOVE LB-PAYER-NAME TO WS-POST-NAME
           END-READ.

      *****************************************************
      *  480-WRITE-PAYMENT-RTN - Performed from 420-APPLY-  *
      *                ONE-CHECK-RTN, appends the check as  *
      *                a type P transaction dated the       *
      *                deposit month                        *
      *****************************************************
       480-WRITE-PAYMENT-RTN.
           MOVE SPACES TO CUST-TRANS-REC.
           MOVE WS-POST-NAME TO LT-CUST-NAME.
           MOVE WS-DEPOSIT-DATE (5:2) TO LT-MONTH.
           MOVE WS-DEPOSIT-DATE (1:4) TO LT-YEAR.
           MOVE WS-WHOLE-DOLLARS TO LT-AMOUNT.
           MOVE 'P' TO LT-TRANS-TYPE.
           IF LB-ITEM-REF IS NUMERIC
               MOVE LB-ITEM-REF TO LT-ITEM-REF
           END-IF.
           WRITE CUST-TRANS-REC.

           ADD 1 TO WS-BATCH-POSTED-CTR.
           ADD LB-CHECK-AMOUNT-NUM TO WS-BATCH-POSTED-AMT.
           ADD 1 TO WS-POSTED-CTR.
           ADD LB-CHECK-AMOUNT-NUM TO WS-POSTED-TOTAL.

      *****************************************************
      *  490-PRINT-UNAPPLIED-RTN - Performed from 420-      *
      *                APPLY-ONE-CHECK-RTN, lists a check   *
      *                that was deposited but not posted    *
      *****************************************************
       490-PRINT-UNAPPLIED-RTN.
           MOVE WS-BATCH-NO TO LU-BATCH-NO-OUT.
           MOVE LB-CHECK-NO TO LU-CHECK-NO-OUT.
           MOVE LB-CUST-NO TO LU-CUST-NO-OUT.
           MOVE LB-PAYER-NAME TO LU-PAYER-OUT.
           MOVE LB-CHECK-AMOUNT-NUM TO LU-AMOUNT-OUT.
           MOVE WS-UNAPPLIED-REASON TO LU-REASON-OUT.
           WRITE UNAPPLIED-REC FROM LU-DETAIL-OUT
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-BATCH-UNAPPLIED-CTR.
           ADD LB-CHECK-AMOUNT-NUM TO WS-BATCH-UNAPPLIED-AMT.
           ADD 1 TO WS-UNAPPLIED-CTR.
           ADD LB-CHECK-AMOUNT-NUM TO WS-UNAPPLIED-TOTAL.

      *****************************************************
      *  500-ADD-TO-SLIP-RTN - Performed from 400-POST-     *
      *                BATCH-RTN, adds the batch deposit to *
      *                its month's slip, opening the month  *
      *                if it has no slip yet                *
      *****************************************************
       500-ADD-TO-SLIP-RTN.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM 520-FIND-ONE-SLIP-RTN
               VARYING WS-SLIP-IDX FROM 1 BY 1
               UNTIL WS-SLIP-IDX > WS-SLIP-COUNT
                     OR WS-MATCH-IDX > ZERO.

           IF WS-MATCH-IDX > ZERO
               ADD WS-BATCH-TOTAL TO WS-SLIP-TOTAL (WS-MATCH-IDX)
               MOVE 'Y' TO WS-SLIPS-CHANGED
           ELSE
               IF WS-SLIP-COUNT < 60
                   ADD 1 TO WS-SLIP-COUNT
                   MOVE WS-DEPOSIT-PERIOD
                       TO WS-SLIP-PERIOD (WS-SLIP-COUNT)
                   MOVE WS-BATCH-TOTAL
                       TO WS-SLIP-TOTAL (WS-SLIP-COUNT)
                   MOVE 'Y' TO WS-SLIPS-CHANGED
               ELSE
                   DISPLAY 'PROJECT2H - CH0601J.CTL FULL, BATCH '
                       WS-BATCH-NO ' DEPOSIT NOT ADDED'
               END-IF
           END-IF.

      *****************************************************
      *  520-FIND-ONE-SLIP-RTN - Compares the deposit month *
      *                to one slip                          *
      *****************************************************
       520-FIND-ONE-SLIP-RTN.
           IF WS-DEPOSIT-PERIOD = WS-SLIP-PERIOD (WS-SLIP-IDX)
               MOVE WS-SLIP-IDX TO WS-MATCH-IDX
           END-IF.

      *****************************************************
      *  600-WRITE-DEPOSIT-SLIPS-RTN - Rewrites CH0601J.CTL *
      *                with every slip, keyed and lockbox   *
      *****************************************************
       600-WRITE-DEPOSIT-SLIPS-RTN.
           OPEN OUTPUT DEPOSIT-CTL-FILE.
           PERFORM 620-WRITE-ONE-SLIP-RTN
               VARYING WS-SLIP-IDX FROM 1 BY 1
               UNTIL WS-SLIP-IDX > WS-SLIP-COUNT.
           CLOSE DEPOSIT-CTL-FILE.

      *****************************************************
      *  620-WRITE-ONE-SLIP-RTN - Writes one slip total     *
      *****************************************************
       620-WRITE-ONE-SLIP-RTN.
           MOVE WS-SLIP-PERIOD (WS-SLIP-IDX) TO DP-PERIOD.
           MOVE WS-SLIP-TOTAL (WS-SLIP-IDX) TO DP-SLIP-TOTAL.
           WRITE DEPOSIT-CTL-REC.

      *****************************************************
      *  700-PRINT-TOTALS-RTN - Prints the run counts and   *
      *                totals on the batch register and the *
      *                unapplied total on its report        *
      *****************************************************
       700-PRINT-TOTALS-RTN.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES.

           MOVE 'BATCHES READ' TO COUNT-LABEL-OUT.
           MOVE WS-BATCHES-READ TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'BATCHES POSTED' TO COUNT-LABEL-OUT.
           MOVE WS-BATCHES-POSTED TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'BATCHES HELD' TO COUNT-LABEL-OUT.
           MOVE WS-BATCHES-HELD TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'RECORDS OUTSIDE A BATCH' TO COUNT-LABEL-OUT.
           MOVE WS-STRAY-CTR TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'PAYMENTS WRITTEN' TO COUNT-LABEL-OUT.
           MOVE WS-POSTED-CTR TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'CHECKS UNAPPLIED' TO COUNT-LABEL-OUT.
           MOVE WS-UNAPPLIED-CTR TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'PAYMENTS WRITTEN' TO AMOUNT-LABEL-OUT.
           MOVE WS-POSTED-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM AMOUNT-LINE-OUT
               AFTER ADVANCING 2 LINES.

           MOVE 'UNAPPLIED CASH' TO AMOUNT-LABEL-OUT.
           MOVE WS-UNAPPLIED-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM AMOUNT-LINE-OUT.

           MOVE 'DEPOSITED TO CH0601J.CTL' TO AMOUNT-LABEL-OUT.
           MOVE WS-DEPOSIT-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM AMOUNT-LINE-OUT.

           MOVE SPACES TO UNAPPLIED-REC.
           WRITE UNAPPLIED-REC AFTER ADVANCING 2 LINES.
           MOVE 'CHECKS UNAPPLIED' TO COUNT-LABEL-OUT.
           MOVE WS-UNAPPLIED-CTR TO COUNT-VALUE-OUT.
           WRITE UNAPPLIED-REC FROM COUNT-LINE-OUT.
           MOVE 'UNAPPLIED CASH' TO AMOUNT-LABEL-OUT.
           MOVE WS-UNAPPLIED-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE UNAPPLIED-REC FROM AMOUNT-LINE-OUT.
