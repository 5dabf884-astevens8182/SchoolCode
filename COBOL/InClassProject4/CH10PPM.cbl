      *  year.  Every transfer applied is listed on the transfer   *
      *  register CH10PPT.RPT with the old and new keys and the    *
      *  amount moved.                                             *
      *                                                            *
      *  ADD and CHANGE transactions also carry the pay type (H    *
      *  hourly, S or blank salaried) and the hourly rate.  An     *
      *  hourly employee is paid off CH10PPU time cards at that    *
      *  rate; a salaried one keeps a zero rate.  They carry the   *
      *  hire date and leave accrual tier as well: an add with no  *
      *  hire date is hired today, one with no tier is tier 1,     *
      *  and a change leaves a blank hire date or tier as it was.  *
      *  A DELETE flags the employee's unused vacation on the      *
      *  CH10PPO.DAT leave master for payout and lists the hours   *
      *  owed on the maintenance report.                           *
      *                                                            *
      *  A transaction may carry the date it takes effect          *
      *  (YYYYMMDD) after the employee data.  It is journaled      *
      *  with the entry, blank meaning the day it was keyed, so    *
      *  CH10PPNR can find a raise back-dated into periods         *
      *  CH10PPN has already paid and work out the back pay.      *
      *                                                            *
      *  A transaction dated after today is not applied: it is     *
      *  held on the pending-transaction file CH10PPMP.DAT (see    *
      *  PENDREC) under its effective date, employee number and    *
      *  code, and listed as pending.  A cancel ('X') transaction  *
      *  carrying the same employee, effective date and, in        *
      *  TR-CANCEL-CODE, the held item's code takes it back off    *
      *  the file before it takes effect.  Each night CH10PPMR     *
      *  moves the items that have come due onto the release file  *
      *  CH10PPMR.DAT; this program applies those first, through   *
      *  the same edits, position control and journaling as a      *
      *  keyed transaction, and then empties the release file.     *
      *  A pending add is hired, and a pending delete inactivated, *
      *  as of its effective date rather than the day it ran.      *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT RELEASE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPMR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT MAINT-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPM.RPT'
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAVE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LV-KEY
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT MASTER-LOCK-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPM.LCK'
               88  TR-CHANGE                VALUE 'C'.
               88  TR-DELETE                VALUE 'D'.
               88  TR-TRANSFER              VALUE 'T'.
               88  TR-CANCEL                VALUE 'X'.
           05  TR-EMPLOYEE-DATA.
               10  TR-DEPT              PIC XX.
               10  TR-TERR              PIC XX.
               10  TR-EMPLOYEE-NAME     PIC X(20).
               10  TR-ANNUAL-SALARY     PIC 9(5).
               10  TR-JOB-CLASS         PIC XX.
               10  TR-PAY-TYPE          PIC X.
               10  TR-HOURLY-RATE       PIC 9(3)V99.
               10  TR-HIRE-DATE         PIC X(8).
               10  TR-ACCRUAL-TIER      PIC X.
           05  TR-EFFECTIVE-DATE       PIC X(8).
           05  TR-CANCEL-CODE          PIC X.

       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY PENDREC.

       FD  RELEASE-FILE.
       01  RELEASE-REC                 PIC X(59).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC             PIC X(80).
           05  JR-TIMESTAMP            PIC X(14).
           05  JR-TRANS-CODE           PIC X.
           05  JR-EMPLOYEE-NO          PIC X(3).
           05  JR-BEFORE-IMAGE         PIC X(58).
           05  JR-AFTER-IMAGE          PIC X(58).
           05  JR-EFFECTIVE-DATE       PIC X(8).

       FD  RUN-STATS-FILE.
       01  RUN-STATS-REC.
       FD  TRANSFER-REGISTER-FILE.
       01  TRANSFER-REGISTER-REC       PIC X(80).

       FD  LEAVE-FILE.
       01  LEAVE-REC.
           COPY LEAVEREC.

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC.
           05  ML-HELD-FLAG            PIC X.
               88  WS-JOURNAL-OK                    VALUE '00'.
               88  WS-JOURNAL-DOES-NOT-EXIST        VALUE '35'.

           05  WS-BEFORE-IMAGE         PIC X(58)    VALUE SPACES.

           05  WS-RUN-STATS-STATUS     PIC XX       VALUE ZEROS.
               88  WS-RUN-STATS-OK                  VALUE '00'.
               88  WS-SCAN-IS-DONE                  VALUE 'Y'.
           05  WS-ADD-ALLOWED          PIC X        VALUE 'Y'.
               88  WS-ADD-IS-ALLOWED                VALUE 'Y'.
           05  WS-PAY-EDIT             PIC X        VALUE 'Y'.
               88  WS-PAY-EDIT-OK                   VALUE 'Y'.
           05  WS-RANGE-WARN-COUNT     PIC 9(5)     VALUE ZEROS.

           05  WS-YTD-FILE-STATUS      PIC XX       VALUE ZEROS.
           05  WS-OLD-TERR             PIC XX       VALUE SPACES.
           05  WS-MOVE-AMOUNT          PIC 9(9)V99  VALUE ZEROS.

           05  WS-LEAVE-STATUS         PIC XX       VALUE ZEROS.
               88  WS-LEAVE-OK                      VALUE '00'.
           05  WS-LEAVE-PRESENT        PIC X        VALUE 'Y'.
               88  WS-LEAVE-IS-PRESENT              VALUE 'Y'.
           05  WS-PAYOUT-COUNT         PIC 9(5)     VALUE ZEROS.

           05  WS-TODAY                PIC X(8)     VALUE SPACES.
           05  WS-APPLY-DATE           PIC X(8)     VALUE SPACES.
           05  WS-EFF-DATE-VALID       PIC X        VALUE 'Y'.
               88  WS-EFF-DATE-IS-VALID             VALUE 'Y'.
           05  WS-PENDING-STATUS       PIC XX       VALUE ZEROS.
               88  WS-PENDING-OK                    VALUE '00'.
               88  WS-PENDING-DOES-NOT-EXIST        VALUE '35'.
           05  WS-RELEASE-STATUS       PIC XX       VALUE ZEROS.
               88  WS-RELEASE-OK                    VALUE '00'.
           05  WS-RELEASE-PRESENT      PIC X        VALUE 'Y'.
               88  WS-RELEASE-IS-PRESENT            VALUE 'Y'.
           05  ARE-THERE-MORE-RELEASED PIC X(3)     VALUE 'YES'.
               88  NO-MORE-RELEASED                 VALUE 'NO '.
           05  WS-FUTURE-DATED         PIC X        VALUE 'N'.
               88  WS-IS-FUTURE-DATED               VALUE 'Y'.
           05  WS-HELD-COUNT           PIC 9(5)     VALUE ZEROS.
           05  WS-CANCEL-COUNT         PIC 9(5)     VALUE ZEROS.
           05  WS-RELEASED-COUNT       PIC 9(5)     VALUE ZEROS.

       01  WS-POSITION-TABLE.
           05  WS-POSITION-ENTRY       OCCURS 100 TIMES.
               10  WS-POS-DEPT         PIC XX.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RESULT           PIC X(30).

       01  DL-PENDING-RESULT.
           05                          PIC X(20)
              VALUE 'PENDING - EFFECTIVE'.
           05  DL-OUT-PENDING-DATE     PIC X(8).
           05                          PIC X(2)     VALUE SPACES.

       01  DL-RELEASE-HEADING.
           05                          PIC X(30)
              VALUE 'PENDING ITEMS NOW IN EFFECT'.

       01  DL-PAYOUT-LINE.
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-PAYOUT-EMP-NO    PIC X(3).
           05                          PIC X(24)    VALUE SPACES.
           05                          PIC X(22)
              VALUE 'VACATION PAYOUT DUE - '.
           05  DL-OUT-PAYOUT-HOURS     PIC Z,ZZ9.99.
           05                          PIC X(4)     VALUE ' HRS'.

       01  DL-SUMMARY-LINE.
           05                          PIC X(20)    VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(22).
       100-MAIN-MODULE.
           PERFORM 800-INITIALIZATION-RTN.

      *    Items CH10PPMR released from the pending file go in
      *    ahead of tonight's keyed transactions.
           IF WS-RELEASE-IS-PRESENT
               PERFORM UNTIL NO-MORE-RELEASED
                   READ RELEASE-FILE
                      AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-RELEASED
                      NOT AT END
                         ADD 1 TO WS-RS-READ-CTR
                         PERFORM 405-APPLY-RELEASED-RTN
                   END-READ
               END-PERFORM
               PERFORM 880-EMPTY-RELEASE-FILE-RTN
           END-IF.

           PERFORM UNTIL NO-MORE-TRANS
               READ TRANS-FILE
                  AT END

      **********************************************************
      *  400-PROCESS-TRANS-RTN - Routes one transaction to its *
      *                          ADD/CHANGE/DELETE paragraph;  *
      *                          one dated after today is held *
      *                          on the pending file instead.  *
      *                          An effective date keyed with  *
      *                          a month or day out of range   *
      *                          is rejected whether it is     *
      *                          past, present or future.      *
      **********************************************************
       400-PROCESS-TRANS-RTN.
           MOVE 'N' TO WS-FUTURE-DATED
           MOVE 'Y' TO WS-EFF-DATE-VALID
           IF TR-EFFECTIVE-DATE IS NUMERIC
               MOVE TR-EFFECTIVE-DATE TO WS-APPLY-DATE
               IF TR-EFFECTIVE-DATE (5:2) < '01'
                  OR TR-EFFECTIVE-DATE (5:2) > '12'
                  OR TR-EFFECTIVE-DATE (7:2) < '01'
                  OR TR-EFFECTIVE-DATE (7:2) > '31'
                   MOVE 'N' TO WS-EFF-DATE-VALID
               ELSE
                   IF TR-EFFECTIVE-DATE > WS-TODAY
                       MOVE 'Y' TO WS-FUTURE-DATED
                   END-IF
               END-IF
           ELSE
               MOVE WS-TODAY TO WS-APPLY-DATE
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-EFF-DATE-IS-VALID
                   MOVE TR-TRANS-CODE TO DL-OUT-CODE
                   MOVE TR-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
                   MOVE TR-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME
                   MOVE 'INVALID EFFECTIVE DATE' TO DL-OUT-RESULT
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
                   ADD 1 TO WS-ERROR-COUNT
               WHEN TR-CANCEL
                   PERFORM 465-CANCEL-PENDING-RTN
               WHEN WS-IS-FUTURE-DATED
                    AND (TR-ADD OR TR-CHANGE OR TR-DELETE
                         OR TR-TRANSFER)
                   PERFORM 460-HOLD-PENDING-RTN
               WHEN TR-ADD
                   PERFORM 410-ADD-RTN
               WHEN TR-CHANGE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

      **********************************************************
      *  405-APPLY-RELEASED-RTN - Performed from 100-MAIN-     *
      *              MODULE for each item on the release file. *
      *              The released item is the transaction as   *
      *              it was keyed, so it goes through the same *
      *              routing as one read off CH10PPT.DAT.      *
      **********************************************************
       405-APPLY-RELEASED-RTN.
           IF WS-RELEASED-COUNT = ZERO
               WRITE MAINT-REPORT-REC FROM DL-RELEASE-HEADING
           END-IF
           ADD 1 TO WS-RELEASED-COUNT
           MOVE RELEASE-REC TO TRANS-REC
           PERFORM 400-PROCESS-TRANS-RTN.

      **********************************************************
      *  410-ADD-RTN - Adds a new employee to the master after *
      *                the pay-type edit passes and the        *
      *                position-control edit clears the        *
      *                dept/terr/job-class slot                 *
      **********************************************************
       410-ADD-RTN.
           PERFORM 411-EDIT-PAY-TYPE-RTN.
           IF WS-PAY-EDIT-OK
               PERFORM 412-CHECK-POSITION-RTN
           END-IF.

           IF NOT WS-PAY-EDIT-OK OR NOT WS-ADD-IS-ALLOWED
               MOVE TR-TRANS-CODE TO DL-OUT-CODE
               MOVE TR-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
               MOVE TR-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME
               PERFORM 414-WRITE-NEW-EMPLOYEE-RTN
           END-IF.

      **********************************************************
      *  411-EDIT-PAY-TYPE-RTN - Performed from 410-ADD-RTN    *
      *                and 420-CHANGE-RTN.  The pay type must  *
      *                be H, S or blank (an older-format       *
      *                transaction), and an H must carry a     *
      *                numeric hourly rate above zero.         *
      **********************************************************
       411-EDIT-PAY-TYPE-RTN.
           MOVE 'Y' TO WS-PAY-EDIT.
           IF TR-PAY-TYPE NOT = 'H' AND NOT = 'S' AND NOT = SPACE
               MOVE 'N' TO WS-PAY-EDIT
               MOVE 'INVALID PAY TYPE' TO DL-OUT-RESULT
           ELSE
               IF TR-PAY-TYPE = 'H'
                   IF TR-HOURLY-RATE IS NOT NUMERIC
                       MOVE 'N' TO WS-PAY-EDIT
                   ELSE
                       IF TR-HOURLY-RATE NOT > ZERO
                           MOVE 'N' TO WS-PAY-EDIT
                       END-IF
                   END-IF
                   IF NOT WS-PAY-EDIT-OK
                       MOVE 'INVALID HOURLY RATE' TO DL-OUT-RESULT
                   END-IF
               END-IF
           END-IF.

      **********************************************************
      *  412-CHECK-POSITION-RTN - Performed from 410-ADD-RTN.  *
      *                Finds the add's dept/terr/job-class in  *
           MOVE TR-JOB-CLASS TO IN-JOB-CLASS
           MOVE 'A' TO IN-ACTIVE-FLAG
           MOVE SPACES TO IN-INACTIVE-DATE
           MOVE SPACES TO IN-HIRE-DATE
           MOVE SPACE TO IN-ACCRUAL-TIER
           PERFORM 419-MOVE-PAY-FIELDS-RTN
           IF IN-HIRE-DATE = SPACES
               MOVE WS-APPLY-DATE TO IN-HIRE-DATE
           END-IF

           WRITE EMP-MASTER-REC
               INVALID KEY
               ADD 1 TO WS-RANGE-WARN-COUNT
           END-IF.

      **********************************************************
      *  419-MOVE-PAY-FIELDS-RTN - Performed from 414-WRITE-   *
      *                NEW-EMPLOYEE-RTN and 425-APPLY-CHANGE-  *
      *                RTN.  An H transaction makes the        *
      *                employee hourly at TR-HOURLY-RATE; an   *
      *                S, or a blank on an older-format        *
      *                transaction, makes them salaried with   *
      *                no hourly rate.  Any other pay type was *
      *                already rejected by 411-EDIT-PAY-TYPE-  *
      *                RTN.  A keyed hire date or accrual tier *
      *                replaces the master's; a blank tier     *
      *                ends up as tier 1.                      *
      **********************************************************
       419-MOVE-PAY-FIELDS-RTN.
           IF TR-PAY-TYPE = 'H'
               MOVE 'H' TO IN-PAY-TYPE
               MOVE TR-HOURLY-RATE TO IN-HOURLY-RATE
           ELSE
               MOVE 'S' TO IN-PAY-TYPE
               MOVE ZEROS TO IN-HOURLY-RATE
           END-IF.

           IF TR-HIRE-DATE NOT = SPACES
               MOVE TR-HIRE-DATE TO IN-HIRE-DATE
           END-IF.
           IF TR-ACCRUAL-TIER NOT = SPACE
               MOVE TR-ACCRUAL-TIER TO IN-ACCRUAL-TIER
           END-IF.
           IF IN-ACCRUAL-TIER = SPACE
               MOVE '1' TO IN-ACCRUAL-TIER
           END-IF.

      **********************************************************
      *  420-CHANGE-RTN - Rewrites an existing employee's data *
      *                   once the pay-type edit passes        *
      **********************************************************
       420-CHANGE-RTN.
           PERFORM 411-EDIT-PAY-TYPE-RTN
           IF NOT WS-PAY-EDIT-OK
               MOVE TR-TRANS-CODE TO DL-OUT-CODE
               MOVE TR-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
               MOVE TR-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME
               WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM 425-APPLY-CHANGE-RTN
           END-IF.

      **********************************************************
      *  425-APPLY-CHANGE-RTN - Performed from 420-CHANGE-RTN, *
      *                   reads and rewrites the employee      *
      **********************************************************
       425-APPLY-CHANGE-RTN.
           MOVE TR-EMPLOYEE-NO TO IN-EMPLOYEE-NO
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE TR-EMPLOYEE-NAME TO IN-EMPLOYEE-NAME
                   MOVE TR-ANNUAL-SALARY TO IN-ANNUAL-SALARY
                   MOVE TR-JOB-CLASS TO IN-JOB-CLASS
                   PERFORM 419-MOVE-PAY-FIELDS-RTN
                   REWRITE EMP-MASTER-REC
                   MOVE TR-TRANS-CODE TO DL-OUT-CODE
                   MOVE TR-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
               NOT INVALID KEY
                   MOVE EMP-MASTER-REC TO WS-BEFORE-IMAGE
                   MOVE 'I' TO IN-ACTIVE-FLAG
                   MOVE WS-APPLY-DATE TO IN-INACTIVE-DATE
                   REWRITE EMP-MASTER-REC
                   MOVE TR-TRANS-CODE TO DL-OUT-CODE
                   MOVE TR-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
                   ADD 1 TO WS-DELETE-COUNT
                   PERFORM 450-WRITE-JOURNAL-RTN
                   PERFORM 432-FLAG-LEAVE-PAYOUT-RTN
           END-READ.

      **********************************************************
      *  432-FLAG-LEAVE-PAYOUT-RTN - Performed from 430-       *
      *                DELETE-RTN.  Vacation still on the      *
      *                deactivated employee's leave balance is *
      *                owed to them: the leave record is       *
      *                flagged for payout with the hours and   *
      *                the termination's effective date - the  *
      *                date it was keyed for, not the day a    *
      *                held one is released - and listed on    *
      *                the report.  Sick leave is not paid     *
      *                out.                                    *
      **********************************************************
       432-FLAG-LEAVE-PAYOUT-RTN.
           IF WS-LEAVE-IS-PRESENT
               MOVE TR-EMPLOYEE-NO TO LV-EMPLOYEE-NO
               MOVE 'V' TO LV-LEAVE-TYPE
               READ LEAVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LV-BALANCE-HOURS > ZERO
                           MOVE 'P' TO LV-PAYOUT-FLAG
                           MOVE LV-BALANCE-HOURS TO LV-PAYOUT-HOURS
                           MOVE WS-APPLY-DATE TO LV-PAYOUT-DATE
                           REWRITE LEAVE-REC
                           MOVE TR-EMPLOYEE-NO TO DL-OUT-PAYOUT-EMP-NO
                           MOVE LV-PAYOUT-HOURS TO DL-OUT-PAYOUT-HOURS
                           WRITE MAINT-REPORT-REC FROM DL-PAYOUT-LINE
                           ADD 1 TO WS-PAYOUT-COUNT
                       END-IF
               END-READ
           END-IF.

      **********************************************************
      *  435-TRANSFER-RTN - Performed from 400-PROCESS-TRANS-  *
      *              RTN for a 'T' transaction.  Rekeys the    *
      *                   Writes the timestamp, transaction    *
      *                   code, and the full before and after  *
      *                   images of the master record to the   *
      *                   journal, with the date the change    *
      *                   takes effect (today when the         *
      *                   transaction leaves it blank).  An    *
      *                   ADD carries spaces as its before     *
      *                   image.  Rejected transactions change *
      *                   nothing and are not journaled.       *
      **********************************************************
       450-WRITE-JOURNAL-RTN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JR-TIMESTAMP
           MOVE TR-EMPLOYEE-NO TO JR-EMPLOYEE-NO
           MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE EMP-MASTER-REC TO JR-AFTER-IMAGE
           IF TR-EFFECTIVE-DATE IS NUMERIC
               MOVE TR-EFFECTIVE-DATE TO JR-EFFECTIVE-DATE
           ELSE
               MOVE JR-TIMESTAMP(1:8) TO JR-EFFECTIVE-DATE
           END-IF
           WRITE JOURNAL-REC.

      **********************************************************
      *  460-HOLD-PENDING-RTN - Performed from 400-PROCESS-    *
      *              TRANS-RTN for a transaction dated after   *
      *              today.  Holds the transaction as keyed on *
      *              the pending file until CH10PPMR releases  *
      *              it.  A second item for the same employee, *
      *              date and code is rejected - the first     *
      *              must be cancelled before it is replaced.  *
      *              Nothing is journaled until it is applied. *
      **********************************************************
       460-HOLD-PENDING-RTN.
           MOVE TR-TRANS-CODE TO DL-OUT-CODE
           MOVE TR-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
           MOVE TR-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME

           MOVE TR-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE
           MOVE TR-EMPLOYEE-NO TO PD-EMPLOYEE-NO
           MOVE TR-TRANS-CODE TO PD-TRANS-CODE
           MOVE TRANS-REC TO PD-TRANSACTION
           MOVE WS-TODAY TO PD-ENTERED-DATE
           WRITE PENDING-REC
               INVALID KEY
                   MOVE 'ALREADY PENDING - CANCEL FIRST'
                       TO DL-OUT-RESULT
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE TR-EFFECTIVE-DATE TO DL-OUT-PENDING-DATE
                   MOVE DL-PENDING-RESULT TO DL-OUT-RESULT
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
                   ADD 1 TO WS-HELD-COUNT
           END-WRITE.

      **********************************************************
      *  465-CANCEL-PENDING-RTN - Performed from 400-PROCESS-  *
      *              TRANS-RTN for an 'X' transaction.  Takes  *
      *              the pending item for the employee,        *
      *              effective date and TR-CANCEL-CODE off the *
      *              pending file so it never takes effect.    *
      **********************************************************
       465-CANCEL-PENDING-RTN.
           MOVE TR-TRANS-CODE TO DL-OUT-CODE
           MOVE TR-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
           MOVE TR-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME
           MOVE TR-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE
           MOVE TR-EMPLOYEE-NO TO PD-EMPLOYEE-NO
           MOVE TR-CANCEL-CODE TO PD-TRANS-CODE
           READ PENDING-FILE
               INVALID KEY
                   MOVE 'NO SUCH PENDING ITEM' TO DL-OUT-RESULT
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   DELETE PENDING-FILE RECORD
                   MOVE 'PENDING ITEM CANCELLED' TO DL-OUT-RESULT
                   WRITE MAINT-REPORT-REC FROM DL-TRANS-LINE
                   ADD 1 TO WS-CANCEL-COUNT
           END-READ.

      **********************************************************
      *  440-NOT-FOUND-RTN - Common not-on-file error listing  *
      **********************************************************
           WRITE MAINT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'SALARY RANGE WARNS  ' TO DL-OUT-LABEL
           MOVE WS-RANGE-WARN-COUNT TO DL-OUT-COUNT
           WRITE MAINT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'LEAVE PAYOUTS FLAGGED' TO DL-OUT-LABEL
           MOVE WS-PAYOUT-COUNT TO DL-OUT-COUNT
           WRITE MAINT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'HELD AS PENDING     ' TO DL-OUT-LABEL
           MOVE WS-HELD-COUNT TO DL-OUT-COUNT
           WRITE MAINT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'PENDING CANCELLED   ' TO DL-OUT-LABEL
           MOVE WS-CANCEL-COUNT TO DL-OUT-COUNT
           WRITE MAINT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'PENDING RELEASED    ' TO DL-OUT-LABEL
           MOVE WS-RELEASED-COUNT TO DL-OUT-COUNT
           WRITE MAINT-REPORT-REC FROM DL-SUMMARY-LINE.

      **********************************************************
      **********************************************************
       800-INITIALIZATION-RTN.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RS-START-TIME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 010-CLAIM-MASTER-LOCK-RTN.

           PERFORM 011-CLAIM-YTD-LOCK-RTN.
           PERFORM 830-OPEN-YTD-FILE-RTN.
           PERFORM 840-LOAD-POSITION-TABLE-RTN.
           PERFORM 850-OPEN-PENDING-FILE-RTN.

      *    No release file means CH10PPMR has never released
      *    anything - there is nothing to apply ahead of the
      *    keyed transactions.
           OPEN INPUT RELEASE-FILE.
           IF NOT WS-RELEASE-OK
               MOVE 'N' TO WS-RELEASE-PRESENT
           END-IF.

      *    No leave master yet means nobody has accrued anything,
      *    so there is nothing to flag for payout.
           OPEN I-O LEAVE-FILE.
           IF NOT WS-LEAVE-OK
               MOVE 'N' TO WS-LEAVE-PRESENT
           END-IF.

           OPEN OUTPUT TRANSFER-REGISTER-FILE.
           WRITE TRANSFER-REGISTER-REC FROM TL-HEADING1
               CLOSE POSITION-TABLE-FILE
           END-IF.

      **********************************************************
      *  850-OPEN-PENDING-FILE-RTN - Opens the pending-        *
      *                transaction file I-O so a future-dated  *
      *                transaction can be held and a cancel    *
      *                can delete one.  Creates the file on    *
      *                its first-ever run.                     *
      **********************************************************
       850-OPEN-PENDING-FILE-RTN.
           OPEN I-O PENDING-FILE.
           IF WS-PENDING-DOES-NOT-EXIST
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.

      **********************************************************
      *  880-EMPTY-RELEASE-FILE-RTN - Performed from 100-MAIN- *
      *                MODULE once every released item has     *
      *                been applied.  Empties the release file *
      *                so the same items are never applied a   *
      *                second time.                            *
      **********************************************************
       880-EMPTY-RELEASE-FILE-RTN.
           CLOSE RELEASE-FILE.
           OPEN OUTPUT RELEASE-FILE.
           CLOSE RELEASE-FILE.

      **********************************************************
      *  805-OPEN-JOURNAL-FILE-RTN - Opens the change journal  *
      *                   for append so the audit history       *
                 MAINT-REPORT-FILE
                 JOURNAL-FILE
                 YTD-FILE
                 TRANSFER-REGISTER-FILE
                 PENDING-FILE.
           IF WS-LEAVE-IS-PRESENT
               CLOSE LEAVE-FILE
           END-IF.
           PERFORM 990-RELEASE-MASTER-LOCK-RTN.
           PERFORM 991-RELEASE-YTD-LOCK-RTN.

