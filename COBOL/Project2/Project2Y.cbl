       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT2Y.
      ************************************************************
      *  PROJECT2Y  -  Customer account merge utility.  Reads    *
      *              survivor/duplicate customer number pairs    *
      *              for customers who were given two numbers    *
      *              (one through the PROJECT2C conversion and   *
      *              another through PROJECT2N under a slightly  *
      *              different name, say) and folds each         *
      *              duplicate into its survivor:                *
      *                - the balance moves onto the survivor,    *
      *                  which keeps the later last-activity     *
      *                  date and the higher credit limit;       *
      *                - every CH0601X.DAT cross-reference       *
      *                  entry naming the duplicate is           *
      *                  repointed to the survivor;              *
      *                - the duplicate's open items move under   *
      *                  the survivor's number;                  *
      *                - the duplicate's dunning history and     *
      *                  mailing address are carried over when   *
      *                  the survivor has none of its own;       *
      *                - the duplicate is retired with status M  *
      *                  and a merged-into pointer, so PROJECT2  *
      *                  posts any late transaction that still   *
      *                  reaches it to the survivor.             *
      *                                                            *
      *  The register CH0601YM.RPT shows both balances and their  *
      *  combined total before and after each merge and flags     *
      *  any pair whose combined balance did not carry over to   *
      *  the cent.                                                *
      *                                                            *
      *  A pair is held back, with the reason on the register,    *
      *  when a number is not numeric, the two numbers are the    *
      *  same, either is not on the master, either has already    *
      *  been merged away (so a rerun merges nothing twice),      *
      *  either is written off, or the duplicate has more open    *
      *  items than one merge can carry.                          *
      *                                                            *
      *  CH0601YP.DAT, one 10-character record per pair:          *
      *      1-5   surviving customer number     9(5)             *
      *      6-10  duplicate customer number     9(5)             *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIR-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601YP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-STATUS.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-CUST-NAME
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT OPEN-ITEM-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601OI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY
               FILE STATUS IS WS-OI-FILE-STATUS.

           SELECT ADDR-MASTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601A.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-CUST-NO
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT DUN-HISTORY-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601DH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601YM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-LOCK-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601B.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PAIR-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01 PAIR-REC.
          05 YP-SURVIVOR                       PIC X(5).
          05 YP-SURVIVOR-NUM REDEFINES
             YP-SURVIVOR                       PIC 9(5).
          05 YP-DUPLICATE                      PIC X(5).
          05 YP-DUPLICATE-NUM REDEFINES
             YP-DUPLICATE                      PIC 9(5).

       FD BAL-FILE.
       01 BAL-RECORD.
           COPY BALREC.

       FD XREF-FILE.
       01 XREF-RECORD.
           COPY XREFREC.

       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-REC.
           COPY OPENITEM.

       FD ADDR-MASTER-FILE.
       01 ADDR-MASTER-REC.
           COPY ADDRREC.

       FD DUN-HISTORY-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01 DUN-HISTORY-REC.
          05 DH-CUST-NO                        PIC 9(5).
          05 DH-SENT-DATE                      PIC X(8).
          05 DH-LETTER-LEVEL                   PIC 9.

       FD REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 REGISTER-REC                         PIC X(80).

       FD MASTER-LOCK-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01 MASTER-LOCK-REC.
          05 ML-HELD-FLAG                      PIC X.
          05 ML-HOLDER                         PIC X(8).
          05 ML-TIMESTAMP                      PIC X(14).

       WORKING-STORAGE SECTION.
       01 WORK-AREAS.
          05 ARE-THERE-MORE-RECORDS            PIC XXX
               VALUE 'YES'.
          05 WS-PAIR-STATUS                    PIC XX
               VALUE ZEROS.
             88 WS-PAIR-OK                           VALUE '00'.
          05 WS-BAL-FILE-STATUS                PIC XX
               VALUE ZEROS.
             88 WS-BAL-FILE-OK                       VALUE '00'.
          05 WS-XREF-FILE-STATUS               PIC XX
               VALUE ZEROS.
             88 WS-XREF-FILE-OK                      VALUE '00'.
          05 WS-XREF-OPEN                      PIC X
               VALUE 'N'.
             88 WS-XREF-IS-OPEN                      VALUE 'Y'.
          05 WS-OI-FILE-STATUS                 PIC XX
               VALUE ZEROS.
             88 WS-OI-FILE-OK                        VALUE '00'.
          05 WS-OI-OPEN                        PIC X
               VALUE 'N'.
             88 WS-OI-IS-OPEN                        VALUE 'Y'.
          05 WS-ADDR-STATUS                    PIC XX
               VALUE ZEROS.
             88 WS-ADDR-OK                           VALUE '00'.
          05 WS-ADDR-OPEN                      PIC X
               VALUE 'N'.
             88 WS-ADDR-IS-OPEN                      VALUE 'Y'.
          05 WS-HISTORY-STATUS                 PIC XX
               VALUE ZEROS.
             88 WS-HISTORY-OK                        VALUE '00'.
             88 WS-HISTORY-DOES-NOT-EXIST            VALUE '35'.
          05 WS-LOCK-STATUS                    PIC XX
               VALUE ZEROS.
             88 WS-LOCK-OK                           VALUE '00'.
          05 WS-LOCK-BUSY                      PIC X
               VALUE 'N'.
             88 WS-LOCK-IS-BUSY                      VALUE 'Y'.
          05 WS-DATE.
             10 WS-YEAR                        PIC 9999.
             10 WS-MONTH                       PIC 99.
             10 WS-DAY                         PIC 99.
          05 WS-RUN-PERIOD                     PIC X(6)
               VALUE SPACES.
          05 WS-HOLD-REASON                    PIC X(40)
               VALUE SPACES.
          05 WS-MORE                           PIC X
               VALUE 'Y'.

      *    The two master records of the pair being merged, held
      *    while both are checked and updated.
          05 WS-SURV-RECORD                    PIC X(62).
          05 WS-DUP-RECORD                     PIC X(62).
          05 WS-SURV-BAL                       PIC S9(9)V99
               VALUE ZERO.
          05 WS-DUP-BAL                        PIC S9(9)V99
               VALUE ZERO.
          05 WS-BEFORE-TOTAL                   PIC S9(9)V99
               VALUE ZERO.
          05 WS-AFTER-TOTAL                    PIC S9(9)V99
               VALUE ZERO.
          05 WS-SURV-MONTHS                    PIC 9(6)
               VALUE ZERO.
          05 WS-DUP-MONTHS                     PIC 9(6)
               VALUE ZERO.
          05 WS-SURV-LIMIT                     PIC 9(7)V99
               VALUE ZERO.
          05 WS-DUP-LIMIT                      PIC 9(7)V99
               VALUE ZERO.
          05 WS-DUP-LAST-MONTH                 PIC X(2)
               VALUE SPACES.
          05 WS-DUP-LAST-MONTH-N REDEFINES
             WS-DUP-LAST-MONTH                 PIC 99.
          05 WS-DUP-LAST-YEAR                  PIC X(4)
               VALUE SPACES.
          05 WS-DUP-LAST-YEAR-N REDEFINES
             WS-DUP-LAST-YEAR                  PIC 9(4).
          05 WS-SURV-LAST-MONTH                PIC X(2)
               VALUE SPACES.
          05 WS-SURV-LAST-MONTH-N REDEFINES
             WS-SURV-LAST-MONTH                PIC 99.
          05 WS-SURV-LAST-YEAR                 PIC X(4)
               VALUE SPACES.
          05 WS-SURV-LAST-YEAR-N REDEFINES
             WS-SURV-LAST-YEAR                 PIC 9(4).

          05 WS-XREF-MOVED                     PIC 9(4)
               VALUE ZERO.
          05 WS-ITEMS-MOVED                    PIC 9(4)
               VALUE ZERO.
          05 WS-DUN-MOVED                      PIC 9(4)
               VALUE ZERO.
          05 WS-ADDR-MOVED                     PIC X(3)
               VALUE 'NO '.
          05 WS-SURV-ITEM-COUNT                PIC 9(5)
               VALUE ZERO.
          05 WS-SURV-HIGH-ITEM                 PIC 9(5)
               VALUE ZERO.
          05 WS-DUP-ITEM-COUNT                 PIC 9(5)
               VALUE ZERO.
          05 WS-ITEM-IDX                       PIC 9(5)
               VALUE ZERO.
          05 WS-FWD-CUST-NO                    PIC 9(5)
               VALUE ZERO.
          05 WS-FWD-AMOUNT                     PIC S9(9)V99
               VALUE ZERO.
          05 WS-FWD-DATE                       PIC X(6)
               VALUE SPACES.
          05 WS-SURV-HAS-HISTORY               PIC X
               VALUE 'N'.
             88 WS-SURV-HAS-DUN-HISTORY              VALUE 'Y'.
          05 WS-HIST-COUNT                     PIC 9(4)
               VALUE ZERO.
          05 WS-HIST-IDX                       PIC 9(4)
               VALUE ZERO.
          05 WS-HIST-LIMIT                     PIC 9(4)
               VALUE ZERO.
          05 WS-HIST-FULL                      PIC X
               VALUE 'N'.
             88 WS-HIST-IS-FULL                      VALUE 'Y'.

          05 WS-PAIR-COUNT                     PIC 9(4)
               VALUE ZERO.
          05 WS-MERGED-COUNT                   PIC 9(4)
               VALUE ZERO.
          05 WS-HELD-COUNT                     PIC 9(4)
               VALUE ZERO.
          05 WS-UNPROVED-COUNT                 PIC 9(4)
               VALUE ZERO.
          05 WS-RUN-BEFORE-TOTAL               PIC S9(10)V99
               VALUE ZERO.
          05 WS-RUN-AFTER-TOTAL                PIC S9(10)V99
               VALUE ZERO.

      *    A duplicate's open items, held so they can be deleted
      *    and rewritten under the survivor's number.
       01 WS-MOVE-ITEM-TABLE.
          05 WS-MOVE-ITEM                      PIC X(41)
               OCCURS 300 TIMES.

      *    Dunning history as it stood when the run began plus
      *    whatever this run has carried over.
       01 WS-HIST-TABLE.
          05 WS-HIST-ENTRY OCCURS 2000 TIMES.
             10 WS-HIST-CUST                   PIC 9(5).
             10 WS-HIST-DATE                   PIC X(8).
             10 WS-HIST-LEVEL                  PIC 9.

       01 HDR1-YM-OUT.
          05                                   PIC X(20)
               VALUE SPACES.
          05                                   PIC X(40)
               VALUE 'CUSTOMER ACCOUNT MERGE REGISTER'.

       01 HDR2-YM-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'PERIOD'.
          05 HDR2-PERIOD-OUT                   PIC X(6).

       01 HDR3-YM-OUT.
          05                                   PIC X(11)
               VALUE SPACES.
          05                                   PIC X(19)
               VALUE 'SURVIVOR'.
          05                                   PIC X(19)
               VALUE 'DUPLICATE'.
          05                                   PIC X(17)
               VALUE 'COMBINED'.

       01 YM-PAIR-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05                                   PIC X(9)
               VALUE 'PAIR'.
          05 YM-SURV-NO-OUT                    PIC X(5).
          05                                   PIC X
               VALUE SPACE.
          05 YM-SURV-NAME-OUT                  PIC X(13).
          05 YM-DUP-NO-OUT                     PIC X(5).
          05                                   PIC X
               VALUE SPACE.
          05 YM-DUP-NAME-OUT                   PIC X(13).
          05 YM-RESULT-OUT                     PIC X(30).

       01 YM-BALANCE-OUT.
          05                                   PIC X(4)
               VALUE SPACES.
          05 YM-BAL-LABEL-OUT                  PIC X(7).
          05 YM-BAL-SURV-OUT                   PIC $$$,$$$,$$9.99-.
          05                                   PIC X(4)
               VALUE SPACES.
          05 YM-BAL-DUP-OUT                    PIC $$$,$$$,$$9.99-.
          05                                   PIC X(4)
               VALUE SPACES.
          05 YM-BAL-TOTAL-OUT                  PIC $$$,$$$,$$9.99-.
          05                                   PIC X(2)
               VALUE SPACES.
          05 YM-BAL-PROOF-OUT                  PIC X(12).

       01 YM-MOVED-OUT.
          05                                   PIC X(4)
               VALUE SPACES.
          05                                   PIC X(7)
               VALUE 'XREF'.
          05 YM-XREF-OUT                       PIC ZZZ9.
          05                                   PIC X(8)
               VALUE '  ITEMS'.
          05 YM-ITEMS-OUT                      PIC ZZZ9.
          05                                   PIC X(10)
               VALUE '  DUNNING'.
          05 YM-DUN-OUT                        PIC ZZZ9.
          05                                   PIC X(10)
               VALUE '  ADDRESS'.
          05 YM-ADDR-OUT                       PIC X(3).
          05                                   PIC X(8)
               VALUE '  LIMIT'.
          05 YM-LIMIT-OUT                      PIC $$,$$$,$$9.

       01 YM-NONE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 YM-NONE-TEXT-OUT                  PIC X(60).

       01 COUNT-LINE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 COUNT-LABEL-OUT                   PIC X(30).
          05 COUNT-VALUE-OUT                   PIC Z,ZZ9.

       01 AMOUNT-LINE-OUT.
          05                                   PIC X(2)
               VALUE SPACES.
          05 AMOUNT-LABEL-OUT                  PIC X(30).
          05 AMOUNT-VALUE-OUT                  PIC $$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN OUTPUT REGISTER-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE (1:6) TO WS-RUN-PERIOD.

           WRITE REGISTER-REC FROM HDR1-YM-OUT
               AFTER ADVANCING PAGE.
           MOVE WS-RUN-PERIOD TO HDR2-PERIOD-OUT.
           WRITE REGISTER-REC FROM HDR2-YM-OUT
               AFTER ADVANCING 2 LINES.
           WRITE REGISTER-REC FROM HDR3-YM-OUT
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC.

      *    Nothing is locked or changed until the pair list is
      *    known to be there.
           OPEN INPUT PAIR-FILE.
           IF WS-PAIR-OK
               PERFORM 175-OPEN-BAL-FILE-RTN
               PERFORM 180-OPEN-OTHER-FILES-RTN
               PERFORM 150-LOAD-HISTORY-RTN
               PERFORM 160-OPEN-HISTORY-EXTEND-RTN
               PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
                   READ PAIR-FILE
                        AT END
                           MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                        NOT AT END
                           PERFORM 300-MERGE-ONE-PAIR-RTN
                   END-READ
               END-PERFORM
               IF WS-PAIR-COUNT = ZERO
                   MOVE 'NO PAIRS ON CH0601YP.DAT'
                       TO YM-NONE-TEXT-OUT
                   WRITE REGISTER-REC FROM YM-NONE-OUT
                       AFTER ADVANCING 1 LINE
               END-IF
               CLOSE PAIR-FILE
                     BAL-FILE
                     DUN-HISTORY-FILE
               IF WS-XREF-IS-OPEN
                   CLOSE XREF-FILE
               END-IF
               IF WS-OI-IS-OPEN
                   CLOSE OPEN-ITEM-FILE
               END-IF
               IF WS-ADDR-IS-OPEN
                   CLOSE ADDR-MASTER-FILE
               END-IF
               PERFORM 980-RELEASE-MASTER-LOCK-RTN
           ELSE
               MOVE 'NO PAIR LIST CH0601YP.DAT - NOTHING MERGED'
                   TO YM-NONE-TEXT-OUT
               WRITE REGISTER-REC FROM YM-NONE-OUT
                   AFTER ADVANCING 1 LINE
               DISPLAY 'PROJECT2Y - ' YM-NONE-TEXT-OUT
           END-IF.

           PERFORM 700-PRINT-TOTALS-RTN.

           CLOSE REGISTER-FILE.

           STOP RUN.

      *****************************************************
      *  150-LOAD-HISTORY-RTN - Performed from 100-MAIN-    *
      *                MODULE, holds the dunning history    *
      *                file so each survivor can be checked *
      *                for letters of its own.  A missing   *
      *                file means no letters have gone out. *
      *****************************************************
       150-LOAD-HISTORY-RTN.
           OPEN INPUT DUN-HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM UNTIL WS-HISTORY-STATUS = '10'
                       OR WS-HIST-IS-FULL
                   READ DUN-HISTORY-FILE
                       AT END
                           MOVE '10' TO WS-HISTORY-STATUS
                       NOT AT END
                           PERFORM 155-HOLD-ONE-HISTORY-RTN
                   END-READ
               END-PERFORM
               CLOSE DUN-HISTORY-FILE
           END-IF.

      *****************************************************
      *  155-HOLD-ONE-HISTORY-RTN - Performed from 150-LOAD-*
      *                HISTORY-RTN and 540-CARRY-ONE-       *
      *                LETTER-RTN, adds one letter to the   *
      *                history table                        *
      *****************************************************
       155-HOLD-ONE-HISTORY-RTN.
           IF WS-HIST-COUNT < 2000
               ADD 1 TO WS-HIST-COUNT
               MOVE DH-CUST-NO TO WS-HIST-CUST (WS-HIST-COUNT)
               MOVE DH-SENT-DATE TO WS-HIST-DATE (WS-HIST-COUNT)
               MOVE DH-LETTER-LEVEL TO WS-HIST-LEVEL (WS-HIST-COUNT)
           ELSE
               MOVE 'Y' TO WS-HIST-FULL
           END-IF.

      *****************************************************
      *  160-OPEN-HISTORY-EXTEND-RTN - Reopens the history  *
      *                file for append so carried-over      *
      *                letters follow the ones on file.     *
      *                Creates it if PROJECT2G has never    *
      *                run.                                 *
      *****************************************************
       160-OPEN-HISTORY-EXTEND-RTN.
           OPEN EXTEND DUN-HISTORY-FILE.
           IF WS-HISTORY-DOES-NOT-EXIST
               OPEN OUTPUT DUN-HISTORY-FILE
               CLOSE DUN-HISTORY-FILE
               OPEN EXTEND DUN-HISTORY-FILE
           END-IF.

      *****************************************************
      *  175-OPEN-BAL-FILE-RTN - Claims the master lock and *
      *                opens the balance master for update. *
      *                A missing master ends the run before *
      *                the first pair is read.              *
      *****************************************************
       175-OPEN-BAL-FILE-RTN.
           PERFORM 170-CLAIM-MASTER-LOCK-RTN.
           OPEN I-O BAL-FILE.
           IF NOT WS-BAL-FILE-OK
               DISPLAY 'PROJECT2Y - CH0601B.DAT DID NOT OPEN, STATUS '
                   WS-BAL-FILE-STATUS
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-IF.

      *****************************************************
      *  170-CLAIM-MASTER-LOCK-RTN - Claims the CH0601B.DAT *
      *                run lock before the balance master is *
      *                opened I-O.  Every program that       *
      *                updates this master honors the same   *
      *                CH0601B.LCK convention, so two        *
      *                updaters can never tear the file up   *
      *                at once.  A lock already held stops   *
      *                this run on the console, naming the   *
      *                holder.                               *
      *****************************************************
       170-CLAIM-MASTER-LOCK-RTN.
           MOVE 'N' TO ML-HELD-FLAG.
           OPEN INPUT MASTER-LOCK-FILE.
           IF WS-LOCK-OK
               READ MASTER-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ML-HELD-FLAG = 'Y'
                           MOVE 'Y' TO WS-LOCK-BUSY
                       END-IF
               END-READ
               CLOSE MASTER-LOCK-FILE
           END-IF.

           IF WS-LOCK-IS-BUSY
               DISPLAY 'PROJECT2Y CANNOT START - CH0601B.DAT '
                   'LOCKED BY ' ML-HOLDER
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'Y' TO ML-HELD-FLAG.
           MOVE 'PROJ2Y  ' TO ML-HOLDER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP.
           WRITE MASTER-LOCK-REC.
           CLOSE MASTER-LOCK-FILE.

      *****************************************************
      *  180-OPEN-OTHER-FILES-RTN - Opens the cross-        *
      *                reference, open-item and address     *
      *                files for update.  A file that is    *
      *                not there yet simply has nothing to  *
      *                move.                                *
      *****************************************************
       180-OPEN-OTHER-FILES-RTN.
           OPEN I-O XREF-FILE.
           IF WS-XREF-FILE-OK
               MOVE 'Y' TO WS-XREF-OPEN
           END-IF.
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OI-FILE-OK
               MOVE 'Y' TO WS-OI-OPEN
           END-IF.
           OPEN I-O ADDR-MASTER-FILE.
           IF WS-ADDR-OK
               MOVE 'Y' TO WS-ADDR-OPEN
           END-IF.

      *****************************************************
      *  980-RELEASE-MASTER-LOCK-RTN - Releases the balance *
      *                master run lock after the master is   *
      *                closed                                *
      *****************************************************
       980-RELEASE-MASTER-LOCK-RTN.
           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'N' TO ML-HELD-FLAG.
           MOVE SPACES TO ML-HOLDER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP.
           WRITE MASTER-LOCK-REC.
           CLOSE MASTER-LOCK-FILE.

      *****************************************************
      *  300-MERGE-ONE-PAIR-RTN - Performed from 100-MAIN-  *
      *                MODULE for each pair.  Checks both   *
      *                numbers and either merges the pair   *
      *                or lists why it was held back.       *
      *****************************************************
       300-MERGE-ONE-PAIR-RTN.
           ADD 1 TO WS-PAIR-COUNT.
           MOVE YP-SURVIVOR TO YM-SURV-NO-OUT.
           MOVE YP-DUPLICATE TO YM-DUP-NO-OUT.
           MOVE SPACES TO YM-SURV-NAME-OUT.
           MOVE SPACES TO YM-DUP-NAME-OUT.
           MOVE SPACES TO WS-HOLD-REASON.

           EVALUATE TRUE
               WHEN YP-SURVIVOR IS NOT NUMERIC
                 OR YP-DUPLICATE IS NOT NUMERIC
                   MOVE 'HELD - NUMBER NOT NUMERIC' TO WS-HOLD-REASON
               WHEN YP-SURVIVOR-NUM = YP-DUPLICATE-NUM
                   MOVE 'HELD - SAME NUMBER TWICE' TO WS-HOLD-REASON
               WHEN OTHER
                   PERFORM 310-READ-PAIR-RTN
           END-EVALUATE.

           IF WS-HOLD-REASON = SPACES
               PERFORM 320-CHECK-PAIR-RTN
           END-IF.

           IF WS-HOLD-REASON = SPACES
               PERFORM 400-MERGE-RTN
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HOLD-REASON TO YM-RESULT-OUT
               WRITE REGISTER-REC FROM YM-PAIR-OUT
                   AFTER ADVANCING 2 LINES
           END-IF.

      *****************************************************
      *  310-READ-PAIR-RTN - Performed from 300-MERGE-ONE-  *
      *                PAIR-RTN, reads both master records  *
      *                and holds them for the merge         *
      *****************************************************
       310-READ-PAIR-RTN.
           MOVE YP-DUPLICATE-NUM TO BAL-CUST-NO.
           READ BAL-FILE
               INVALID KEY
                   MOVE 'HELD - DUPLICATE NOT ON MASTER'
                       TO WS-HOLD-REASON
               NOT INVALID KEY
                   MOVE BAL-CUST-NAME TO YM-DUP-NAME-OUT
                   MOVE BAL-RECORD TO WS-DUP-RECORD
           END-READ.

           MOVE YP-SURVIVOR-NUM TO BAL-CUST-NO.
           READ BAL-FILE
               INVALID KEY
                   MOVE 'HELD - SURVIVOR NOT ON MASTER'
                       TO WS-HOLD-REASON
               NOT INVALID KEY
                   MOVE BAL-CUST-NAME TO YM-SURV-NAME-OUT
                   MOVE BAL-RECORD TO WS-SURV-RECORD
           END-READ.

      *****************************************************
      *  320-CHECK-PAIR-RTN - Performed from 300-MERGE-ONE- *
      *                PAIR-RTN once both records are held. *
      *                A written-off account is merged by   *
      *                hand, since its balance and recovery *
      *                history have to be settled first.    *
      *****************************************************
       320-CHECK-PAIR-RTN.
           MOVE WS-DUP-RECORD TO BAL-RECORD.
           EVALUATE TRUE
               WHEN BAL-IS-MERGED
                   MOVE 'HELD - DUPLICATE ALREADY MERGED'
                       TO WS-HOLD-REASON
               WHEN BAL-IS-WRITTEN-OFF
                   MOVE 'HELD - DUPLICATE WRITTEN OFF'
                       TO WS-HOLD-REASON
           END-EVALUATE.

           MOVE WS-SURV-RECORD TO BAL-RECORD.
           EVALUATE TRUE
               WHEN BAL-IS-MERGED
                   MOVE 'HELD - SURVIVOR ALREADY MERGED'
                       TO WS-HOLD-REASON
               WHEN BAL-IS-WRITTEN-OFF
                   MOVE 'HELD - SURVIVOR WRITTEN OFF'
                       TO WS-HOLD-REASON
           END-EVALUATE.

           IF WS-HOLD-REASON = SPACES AND WS-OI-IS-OPEN
               PERFORM 330-COUNT-ITEMS-RTN
           END-IF.

      *****************************************************
      *  330-COUNT-ITEMS-RTN - Performed from 320-CHECK-    *
      *                PAIR-RTN.  Finds the survivor's      *
      *                highest item number and holds the    *
      *                duplicate's items in WS-MOVE-ITEM-   *
      *                TABLE, holding the pair if they will *
      *                not fit.                             *
      *****************************************************
       330-COUNT-ITEMS-RTN.
           MOVE ZERO TO WS-SURV-ITEM-COUNT.
           MOVE ZERO TO WS-SURV-HIGH-ITEM.
           MOVE YP-SURVIVOR-NUM TO OI-CUST-NO.
           PERFORM 340-START-ITEMS-RTN.
           PERFORM UNTIL WS-MORE = 'N'
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE
                   NOT AT END
                       IF OI-CUST-NO NOT = YP-SURVIVOR-NUM
                           MOVE 'N' TO WS-MORE
                       ELSE
                           ADD 1 TO WS-SURV-ITEM-COUNT
                           MOVE OI-ITEM-NO TO WS-SURV-HIGH-ITEM
                       END-IF
               END-READ
           END-PERFORM.

           MOVE ZERO TO WS-DUP-ITEM-COUNT.
           MOVE YP-DUPLICATE-NUM TO OI-CUST-NO.
           PERFORM 340-START-ITEMS-RTN.
           PERFORM UNTIL WS-MORE = 'N'
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE
                   NOT AT END
                       IF OI-CUST-NO NOT = YP-DUPLICATE-NUM
                           MOVE 'N' TO WS-MORE
                       ELSE
                           PERFORM 345-HOLD-ONE-ITEM-RTN
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-DUP-ITEM-COUNT > 300
               MOVE 'HELD - OVER 300 OPEN ITEMS' TO WS-HOLD-REASON
           END-IF.

      *****************************************************
      *  340-START-ITEMS-RTN - Positions the open-item file *
      *                at the first item of the customer in *
      *                OI-CUST-NO                           *
      *****************************************************
       340-START-ITEMS-RTN.
           MOVE 'Y' TO WS-MORE.
           MOVE ZEROS TO OI-ITEM-NO.
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'N' TO WS-MORE
           END-START.

      *****************************************************
      *  345-HOLD-ONE-ITEM-RTN - Performed from 330-COUNT-  *
      *                ITEMS-RTN for each duplicate item    *
      *****************************************************
       345-HOLD-ONE-ITEM-RTN.
           ADD 1 TO WS-DUP-ITEM-COUNT.
           IF WS-DUP-ITEM-COUNT NOT > 300
               MOVE OPEN-ITEM-REC TO WS-MOVE-ITEM (WS-DUP-ITEM-COUNT)
           END-IF.

      *****************************************************
      *  400-MERGE-RTN - Performed from 300-MERGE-ONE-PAIR- *
      *                RTN for a pair that passed every     *
      *                check.  Proves the combined balance, *
      *                moves everything onto the survivor   *
      *                and retires the duplicate.           *
      *****************************************************
       400-MERGE-RTN.
           MOVE 'MERGED' TO YM-RESULT-OUT.
           WRITE REGISTER-REC FROM YM-PAIR-OUT
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-XREF-MOVED.
           MOVE ZERO TO WS-ITEMS-MOVED.
           MOVE ZERO TO WS-DUN-MOVED.
           MOVE 'NO ' TO WS-ADDR-MOVED.

           MOVE WS-DUP-RECORD TO BAL-RECORD.
           MOVE BAL-CUST-BALANCE TO WS-DUP-BAL.
           MOVE BAL-CREDIT-LIMIT TO WS-DUP-LIMIT.
           MOVE BAL-LAST-TRANS-MONTH TO WS-DUP-LAST-MONTH.
           MOVE BAL-LAST-TRANS-YEAR TO WS-DUP-LAST-YEAR.
           MOVE WS-SURV-RECORD TO BAL-RECORD.
           MOVE BAL-CUST-BALANCE TO WS-SURV-BAL.
           MOVE BAL-CREDIT-LIMIT TO WS-SURV-LIMIT.
           MOVE BAL-LAST-TRANS-MONTH TO WS-SURV-LAST-MONTH.
           MOVE BAL-LAST-TRANS-YEAR TO WS-SURV-LAST-YEAR.

           COMPUTE WS-BEFORE-TOTAL = WS-SURV-BAL + WS-DUP-BAL.
           MOVE 'BEFORE' TO YM-BAL-LABEL-OUT.
           MOVE WS-SURV-BAL TO YM-BAL-SURV-OUT.
           MOVE WS-DUP-BAL TO YM-BAL-DUP-OUT.
           MOVE WS-BEFORE-TOTAL TO YM-BAL-TOTAL-OUT.
           MOVE SPACES TO YM-BAL-PROOF-OUT.
           WRITE REGISTER-REC FROM YM-BALANCE-OUT
               AFTER ADVANCING 1 LINE.

           IF WS-OI-IS-OPEN
               PERFORM 500-MOVE-OPEN-ITEMS-RTN
           END-IF.

           PERFORM 420-UPDATE-SURVIVOR-RTN.

           MOVE WS-DUP-RECORD TO BAL-RECORD.
           MOVE ZERO TO BAL-CUST-BALANCE.
           MOVE 'M' TO BAL-ACCT-STATUS.
           MOVE YP-SURVIVOR-NUM TO BAL-MERGED-INTO.
           REWRITE BAL-RECORD.

           IF WS-XREF-IS-OPEN
               PERFORM 450-REPOINT-XREF-RTN
           END-IF.
           IF WS-ADDR-IS-OPEN
               PERFORM 470-CARRY-ADDRESS-RTN
           END-IF.
           PERFORM 530-CARRY-DUNNING-RTN.

           PERFORM 480-PROVE-PAIR-RTN.

           ADD 1 TO WS-MERGED-COUNT.
           ADD WS-BEFORE-TOTAL TO WS-RUN-BEFORE-TOTAL.
           ADD WS-AFTER-TOTAL TO WS-RUN-AFTER-TOTAL.

      *****************************************************
      *  420-UPDATE-SURVIVOR-RTN - Performed from 400-      *
      *                MERGE-RTN.  Adds the duplicate's     *
      *                balance to the survivor and keeps    *
      *                the later last-activity date and the *
      *                higher credit limit.  A date that is *
      *                missing or not numeric counts as     *
      *                older than any real one.             *
      *****************************************************
       420-UPDATE-SURVIVOR-RTN.
           MOVE ZERO TO WS-SURV-MONTHS.
           MOVE ZERO TO WS-DUP-MONTHS.
           IF WS-SURV-LAST-YEAR IS NUMERIC
              AND WS-SURV-LAST-MONTH IS NUMERIC
               COMPUTE WS-SURV-MONTHS =
                   (WS-SURV-LAST-YEAR-N * 12) + WS-SURV-LAST-MONTH-N
           END-IF.
           IF WS-DUP-LAST-YEAR IS NUMERIC
              AND WS-DUP-LAST-MONTH IS NUMERIC
               COMPUTE WS-DUP-MONTHS =
                   (WS-DUP-LAST-YEAR-N * 12) + WS-DUP-LAST-MONTH-N
           END-IF.

           MOVE WS-SURV-RECORD TO BAL-RECORD.
           ADD WS-DUP-BAL TO BAL-CUST-BALANCE.
           IF WS-DUP-MONTHS > WS-SURV-MONTHS
               MOVE WS-DUP-LAST-MONTH TO BAL-LAST-TRANS-MONTH
               MOVE WS-DUP-LAST-YEAR TO BAL-LAST-TRANS-YEAR
           END-IF.
           IF WS-DUP-LIMIT > WS-SURV-LIMIT
               MOVE WS-DUP-LIMIT TO BAL-CREDIT-LIMIT
           END-IF.
           MOVE BAL-CREDIT-LIMIT TO YM-LIMIT-OUT.
           REWRITE BAL-RECORD.

      *****************************************************
      *  450-REPOINT-XREF-RTN - Performed from 400-MERGE-   *
      *                RTN, reads the whole cross-reference *
      *                and repoints every name carrying the *
      *                duplicate's number to the survivor   *
      *****************************************************
       450-REPOINT-XREF-RTN.
           MOVE 'Y' TO WS-MORE.
           MOVE LOW-VALUES TO XR-CUST-NAME.
           START XREF-FILE KEY IS NOT LESS THAN XR-CUST-NAME
               INVALID KEY
                   MOVE 'N' TO WS-MORE
           END-START.
           PERFORM UNTIL WS-MORE = 'N'
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO WS-MORE
                   NOT AT END
                       IF XR-CUST-NO = YP-DUPLICATE-NUM
                           MOVE YP-SURVIVOR-NUM TO XR-CUST-NO
                           REWRITE XREF-RECORD
                           ADD 1 TO WS-XREF-MOVED
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      *  470-CARRY-ADDRESS-RTN - Performed from 400-MERGE-  *
      *                RTN.  A survivor with no address     *
      *                record takes a copy of the           *
      *                duplicate's.                         *
      *****************************************************
       470-CARRY-ADDRESS-RTN.
           MOVE YP-SURVIVOR-NUM TO AD-CUST-NO.
           READ ADDR-MASTER-FILE
               INVALID KEY
                   MOVE YP-DUPLICATE-NUM TO AD-CUST-NO
                   READ ADDR-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE YP-SURVIVOR-NUM TO AD-CUST-NO
                           WRITE ADDR-MASTER-REC
                           MOVE 'YES' TO WS-ADDR-MOVED
                   END-READ
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *****************************************************
      *  480-PROVE-PAIR-RTN - Performed from 400-MERGE-RTN, *
      *                rereads both records off the master  *
      *                and proves their combined balance    *
      *                still equals the total before the    *
      *                merge                                *
      *****************************************************
       480-PROVE-PAIR-RTN.
           MOVE ZERO TO WS-SURV-BAL.
           MOVE ZERO TO WS-DUP-BAL.
           MOVE YP-SURVIVOR-NUM TO BAL-CUST-NO.
           READ BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAL-CUST-BALANCE TO WS-SURV-BAL
           END-READ.
           MOVE YP-DUPLICATE-NUM TO BAL-CUST-NO.
           READ BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAL-CUST-BALANCE TO WS-DUP-BAL
           END-READ.
           COMPUTE WS-AFTER-TOTAL = WS-SURV-BAL + WS-DUP-BAL.

           MOVE 'AFTER' TO YM-BAL-LABEL-OUT.
           MOVE WS-SURV-BAL TO YM-BAL-SURV-OUT.
           MOVE WS-DUP-BAL TO YM-BAL-DUP-OUT.
           MOVE WS-AFTER-TOTAL TO YM-BAL-TOTAL-OUT.
           IF WS-AFTER-TOTAL = WS-BEFORE-TOTAL
               MOVE 'PROVED' TO YM-BAL-PROOF-OUT
           ELSE
               MOVE '** NOT PROVED' TO YM-BAL-PROOF-OUT
               ADD 1 TO WS-UNPROVED-COUNT
           END-IF.
           WRITE REGISTER-REC FROM YM-BALANCE-OUT
               AFTER ADVANCING 1 LINE.

           MOVE WS-XREF-MOVED TO YM-XREF-OUT.
           MOVE WS-ITEMS-MOVED TO YM-ITEMS-OUT.
           MOVE WS-DUN-MOVED TO YM-DUN-OUT.
           MOVE WS-ADDR-MOVED TO YM-ADDR-OUT.
           WRITE REGISTER-REC FROM YM-MOVED-OUT
               AFTER ADVANCING 1 LINE.

      *****************************************************
      *  500-MOVE-OPEN-ITEMS-RTN - Performed from 400-      *
      *                MERGE-RTN before the balances move.  *
      *                The survivor's items must add up to  *
      *                the combined balance afterward, so a *
      *                side that carries a balance but has  *
      *                no items yet first gets a balance-   *
      *                forward item, the way PROJECT2 opens *
      *                one.  The duplicate's items are then *
      *                renumbered onto the survivor.        *
      *****************************************************
       500-MOVE-OPEN-ITEMS-RTN.
           IF WS-SURV-ITEM-COUNT > ZERO OR WS-DUP-ITEM-COUNT > ZERO
               IF WS-SURV-ITEM-COUNT = ZERO AND WS-SURV-BAL NOT = ZERO
                   MOVE WS-SURV-BAL TO WS-FWD-AMOUNT
                   MOVE WS-SURV-LAST-YEAR TO WS-FWD-DATE (1:4)
                   MOVE WS-SURV-LAST-MONTH TO WS-FWD-DATE (5:2)
                   PERFORM 510-WRITE-FORWARD-RTN
               END-IF
               IF WS-DUP-ITEM-COUNT = ZERO AND WS-DUP-BAL NOT = ZERO
                   MOVE WS-DUP-BAL TO WS-FWD-AMOUNT
                   MOVE WS-DUP-LAST-YEAR TO WS-FWD-DATE (1:4)
                   MOVE WS-DUP-LAST-MONTH TO WS-FWD-DATE (5:2)
                   PERFORM 510-WRITE-FORWARD-RTN
               END-IF
               PERFORM 520-MOVE-ONE-ITEM-RTN
                   VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-DUP-ITEM-COUNT
           END-IF.

      *****************************************************
      *  510-WRITE-FORWARD-RTN - Performed from 500-MOVE-   *
      *                OPEN-ITEMS-RTN, opens a balance-     *
      *                forward item (B owed, A credit) on   *
      *                the survivor                         *
      *****************************************************
       510-WRITE-FORWARD-RTN.
           ADD 1 TO WS-SURV-HIGH-ITEM.
           MOVE YP-SURVIVOR-NUM TO OI-CUST-NO.
           MOVE WS-SURV-HIGH-ITEM TO OI-ITEM-NO.
           IF WS-FWD-AMOUNT > ZERO
               MOVE 'B' TO OI-ITEM-TYPE
           ELSE
               MOVE 'A' TO OI-ITEM-TYPE
           END-IF.
           IF WS-FWD-DATE IS NUMERIC
               MOVE WS-FWD-DATE TO OI-ITEM-DATE
           ELSE
               MOVE WS-RUN-PERIOD TO OI-ITEM-DATE
           END-IF.
           MOVE WS-FWD-AMOUNT TO OI-ORIGINAL-AMOUNT.
           MOVE WS-FWD-AMOUNT TO OI-REMAINING.
           MOVE WS-RUN-PERIOD TO OI-LAST-ACTIVITY.
           WRITE OPEN-ITEM-REC
               INVALID KEY
                   DISPLAY 'OPEN ITEM ' OI-KEY ' ALREADY ON FILE'
           END-WRITE.

      *****************************************************
      *  520-MOVE-ONE-ITEM-RTN - Performed from 500-MOVE-   *
      *                OPEN-ITEMS-RTN, deletes one          *
      *                duplicate item and writes it again   *
      *                under the survivor's next item       *
      *                number                               *
      *****************************************************
       520-MOVE-ONE-ITEM-RTN.
           MOVE WS-MOVE-ITEM (WS-ITEM-IDX) TO OPEN-ITEM-REC.
           DELETE OPEN-ITEM-FILE RECORD
               INVALID KEY
                   DISPLAY 'OPEN ITEM ' OI-KEY ' NOT DELETED'
           END-DELETE.

           MOVE WS-MOVE-ITEM (WS-ITEM-IDX) TO OPEN-ITEM-REC.
           ADD 1 TO WS-SURV-HIGH-ITEM.
           MOVE YP-SURVIVOR-NUM TO OI-CUST-NO.
           MOVE WS-SURV-HIGH-ITEM TO OI-ITEM-NO.
           WRITE OPEN-ITEM-REC
               INVALID KEY
                   DISPLAY 'OPEN ITEM ' OI-KEY ' ALREADY ON FILE'
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-MOVED
           END-WRITE.

      *****************************************************
      *  530-CARRY-DUNNING-RTN - Performed from 400-MERGE-  *
      *                RTN.  A survivor with no letters of  *
      *                its own inherits the duplicate's     *
      *                dunning history, so PROJECT2G keeps  *
      *                escalating where it left off.        *
      *****************************************************
       530-CARRY-DUNNING-RTN.
           MOVE 'N' TO WS-SURV-HAS-HISTORY.
           PERFORM 535-CHECK-ONE-LETTER-RTN
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
                  OR WS-SURV-HAS-DUN-HISTORY.

           IF NOT WS-SURV-HAS-DUN-HISTORY
               MOVE WS-HIST-COUNT TO WS-HIST-LIMIT
               PERFORM 540-CARRY-ONE-LETTER-RTN
                   VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-LIMIT
           END-IF.

      *****************************************************
      *  535-CHECK-ONE-LETTER-RTN - Performed from 530-     *
      *                CARRY-DUNNING-RTN, notes a letter    *
      *                already sent to the survivor         *
      *****************************************************
       535-CHECK-ONE-LETTER-RTN.
           IF WS-HIST-CUST (WS-HIST-IDX) = YP-SURVIVOR-NUM
               MOVE 'Y' TO WS-SURV-HAS-HISTORY
           END-IF.

      *****************************************************
      *  540-CARRY-ONE-LETTER-RTN - Performed from 530-     *
      *                CARRY-DUNNING-RTN, copies one of the *
      *                duplicate's letters to the survivor  *
      *****************************************************
       540-CARRY-ONE-LETTER-RTN.
           IF WS-HIST-CUST (WS-HIST-IDX) = YP-DUPLICATE-NUM
               MOVE YP-SURVIVOR-NUM TO DH-CUST-NO
               MOVE WS-HIST-DATE (WS-HIST-IDX) TO DH-SENT-DATE
               MOVE WS-HIST-LEVEL (WS-HIST-IDX) TO DH-LETTER-LEVEL
               WRITE DUN-HISTORY-REC
               ADD 1 TO WS-DUN-MOVED
               PERFORM 155-HOLD-ONE-HISTORY-RTN
           END-IF.

      *****************************************************
      *  700-PRINT-TOTALS-RTN - Prints the run counts and   *
      *                the combined balance of every pair   *
      *                merged, before and after             *
      *****************************************************
       700-PRINT-TOTALS-RTN.
           MOVE SPACES TO REGISTER-REC.
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES.

           MOVE 'PAIRS READ' TO COUNT-LABEL-OUT.
           MOVE WS-PAIR-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'PAIRS MERGED' TO COUNT-LABEL-OUT.
           MOVE WS-MERGED-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'HELD BACK' TO COUNT-LABEL-OUT.
           MOVE WS-HELD-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'MERGED BUT NOT PROVED' TO COUNT-LABEL-OUT.
           MOVE WS-UNPROVED-COUNT TO COUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM COUNT-LINE-OUT.

           MOVE 'COMBINED BALANCE BEFORE' TO AMOUNT-LABEL-OUT.
           MOVE WS-RUN-BEFORE-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM AMOUNT-LINE-OUT
               AFTER ADVANCING 2 LINES.

           MOVE 'COMBINED BALANCE AFTER' TO AMOUNT-LABEL-OUT.
           MOVE WS-RUN-AFTER-TOTAL TO AMOUNT-VALUE-OUT.
           WRITE REGISTER-REC FROM AMOUNT-LINE-OUT.
