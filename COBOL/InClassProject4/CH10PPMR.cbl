       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH10PPMR.
      ************************************************************
      *  CH10PPMR  - Pending employee-maintenance release and    *
      *              pending-transactions report.  Runs daily in *
      *              the nightly stream ahead of CH10PPM.  Reads *
      *              the pending-transaction file CH10PPMP.DAT   *
      *              (see PENDREC) in effective-date order; every *
      *              item whose date has arrived is appended, as *
      *              keyed, to the release file CH10PPMR.DAT and *
      *              taken off the pending file, and CH10PPM     *
      *              applies the release file through its normal *
      *              edits, position control and journaling      *
      *              before that night's keyed transactions.     *
      *              Items still in the future are left alone.   *
      *                                                            *
      *  CH10PPMR.RPT lists every item the run saw - released or  *
      *  still pending - with its effective date, code, employee, *
      *  the new dept/terr and salary it carries, and the day it  *
      *  was keyed, so HR can see what is queued and cancel (an   *
      *  'X' transaction to CH10PPM) anything that should not     *
      *  take effect.  The run claims the CH10PPM.LCK master lock *
      *  like CH10PPM, so an item cannot be released out from     *
      *  under a maintenance run already reading the release file.*
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPMP.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT RELEASE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPMR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT OUT-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPMR.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-LOCK-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPM.LCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-REC.
           COPY PENDREC.

       FD  RELEASE-FILE.
       01  RELEASE-REC                 PIC X(59).

       FD  OUT-REPORT-FILE.
       01  OUT-REPORT-REC              PIC X(80).

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC.
           05  ML-HELD-FLAG            PIC X.
           05  ML-HOLDER               PIC X(8).
           05  ML-TIMESTAMP            PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-PENDING-STATUS       PIC XX       VALUE ZEROS.
               88  WS-PENDING-OK                    VALUE '00'.
           05  WS-PENDING-PRESENT      PIC X        VALUE 'Y'.
               88  WS-PENDING-IS-PRESENT            VALUE 'Y'.
           05  WS-RELEASE-STATUS       PIC XX       VALUE ZEROS.
               88  WS-RELEASE-OK                    VALUE '00'.
               88  WS-RELEASE-DOES-NOT-EXIST        VALUE '35'.

           05  WS-LOCK-STATUS          PIC XX       VALUE ZEROS.
               88  WS-LOCK-OK                       VALUE '00'.
           05  WS-LOCK-BUSY            PIC X        VALUE 'N'.
               88  WS-LOCK-IS-BUSY                  VALUE 'Y'.

           05  WS-LINE-CTR             PIC 99       VALUE ZEROS.
           05  WS-PAGE-CTR             PIC 999      VALUE ZEROS.

           05  WS-TODAY                PIC X(8)     VALUE SPACES.
           05  WS-RELEASED-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-PENDING-CTR          PIC 9(5)     VALUE ZEROS.

           05  WS-T-DATE.
               10  WS-IN-YR            PIC 9(4).
               10  WS-IN-MO            PIC 9(2).
               10  WS-IN-DAY           PIC 9(2).

      *  The held transaction broken out the way CH10PPM reads it.
       01  WS-HELD-TRANS.
           05  HT-TRANS-CODE           PIC X.
           05  HT-DEPT                 PIC XX.
           05  HT-TERR                 PIC XX.
           05  HT-EMPLOYEE-NO          PIC X(3).
           05  HT-EMPLOYEE-NAME        PIC X(20).
           05  HT-ANNUAL-SALARY        PIC 9(5).
           05  HT-JOB-CLASS            PIC XX.
           05  HT-PAY-TYPE             PIC X.
           05  HT-HOURLY-RATE          PIC 9(3)V99.
           05  HT-HIRE-DATE            PIC X(8).
           05  HT-ACCRUAL-TIER         PIC X.
           05  HT-EFFECTIVE-DATE       PIC X(8).
           05  HT-CANCEL-CODE          PIC X.

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
           05                          PIC X(44)
              VALUE 'A L P H A  D E P A R T M E N T  S T O R E'.
           05                          PIC X(5)
              VALUE 'PAGE '.
           05  HL-OUT-PAGE             PIC ZZ9.

       01  HL-HEADING2.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(32)
              VALUE 'PENDING EMPLOYEE TRANSACTIONS'.
           05  HL-OUT-DATE.
               10  HL-OUT-MO           PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-DAY          PIC 99.
               10                      PIC X        VALUE '/'.
               10  HL-OUT-YR           PIC 9(4).

       01  HL-HEADING3.
           05                          PIC X(12)
               VALUE 'EFFECTIVE'.
           05                          PIC X(3)
               VALUE 'CD'.
           05                          PIC X(5)
               VALUE 'EMP'.
           05                          PIC X(22)
               VALUE 'EMPLOYEE NAME'.
           05                          PIC X(7)
               VALUE 'D/T'.
           05                          PIC X(9)
               VALUE ' SALARY'.
           05                          PIC X(12)
               VALUE 'KEYED'.
           05                          PIC X(8)
               VALUE 'STATUS'.

       01  DL-PENDING-LINE.
           05  DL-OUT-EFFECTIVE.
               10  DL-OUT-EFF-MO       PIC XX.
               10                      PIC X        VALUE '/'.
               10  DL-OUT-EFF-DAY      PIC XX.
               10                      PIC X        VALUE '/'.
               10  DL-OUT-EFF-YR       PIC X(4).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-CODE             PIC X.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NO      PIC X(3).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-DEPT-TERR.
               10  DL-OUT-DEPT         PIC XX.
               10  DL-OUT-DT-SLASH     PIC X.
               10  DL-OUT-TERR         PIC XX.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SALARY           PIC $$$,$$9 BLANK WHEN ZERO.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-KEYED.
               10  DL-OUT-KEY-MO       PIC XX.
               10                      PIC X        VALUE '/'.
               10  DL-OUT-KEY-DAY      PIC XX.
               10                      PIC X        VALUE '/'.
               10  DL-OUT-KEY-YR       PIC X(4).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-STATUS           PIC X(8).

       01  DL-NONE-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(40)
              VALUE 'NO PENDING TRANSACTIONS ON FILE'.

       01  DL-SUMMARY-LINE.
           05                          PIC X(10)    VALUE SPACES.
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
           PERFORM 010-CLAIM-MASTER-LOCK-RTN.
           PERFORM 800-INITIALIZATION-RTN.
           PERFORM 200-DATE-ACCEPT-RTN.
           PERFORM 300-HEADING-RTN.

           IF WS-PENDING-IS-PRESENT
               PERFORM UNTIL NO-MORE-RECORDS
                   READ PENDING-FILE NEXT RECORD
                      AT END
                         MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                      NOT AT END
                         PERFORM 400-PENDING-ITEM-RTN
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           STOP RUN.

      ***********************************************************
      *  200-DATE-ACCEPT-RTN - Performed from 100-MAIN-MODULE.  *
      *       Gets the current date from the operating system.  *
      ***********************************************************
       200-DATE-ACCEPT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-T-DATE
           MOVE WS-T-DATE TO WS-TODAY
           MOVE WS-IN-MO TO HL-OUT-MO
           MOVE WS-IN-YR TO HL-OUT-YR
           MOVE WS-IN-DAY TO HL-OUT-DAY.

      ***********************************************************
      *    300-HEADING-RTN  Performed from 100-MAIN-MODULE and  *
      *                     400-PENDING-ITEM-RTN.  Prints the   *
      *                     headings on a new page.             *
      ***********************************************************
       300-HEADING-RTN.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO HL-OUT-PAGE
           MOVE 0 TO WS-LINE-CTR
           WRITE OUT-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE
           WRITE OUT-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES
           WRITE OUT-REPORT-REC FROM HL-HEADING3
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO OUT-REPORT-REC
           WRITE OUT-REPORT-REC.

      **********************************************************
      *  400-PENDING-ITEM-RTN - Performed from 100-MAIN-MODULE *
      *              for each item on the pending file.  An    *
      *              item dated today or earlier is released:  *
      *              appended to the release file as keyed and *
      *              deleted from the pending file.  Every     *
      *              item is listed either way.                *
      **********************************************************
       400-PENDING-ITEM-RTN.
           IF WS-LINE-CTR IS GREATER THAN 50
               PERFORM 300-HEADING-RTN
           END-IF.

           MOVE PD-TRANSACTION TO WS-HELD-TRANS

           IF PD-EFFECTIVE-DATE NOT > WS-TODAY
               MOVE PD-TRANSACTION TO RELEASE-REC
               WRITE RELEASE-REC
               DELETE PENDING-FILE RECORD
               MOVE 'RELEASED' TO DL-OUT-STATUS
               ADD 1 TO WS-RELEASED-CTR
           ELSE
               MOVE 'PENDING' TO DL-OUT-STATUS
               ADD 1 TO WS-PENDING-CTR
           END-IF.

           PERFORM 450-PRINT-ITEM-RTN.

      **********************************************************
      *  450-PRINT-ITEM-RTN - Performed from 400-PENDING-ITEM- *
      *              RTN, lists one item.  A delete carries no *
      *              dept/terr or salary; a transfer carries   *
      *              the dept/terr it moves the employee to.   *
      **********************************************************
       450-PRINT-ITEM-RTN.
           MOVE PD-EFFECTIVE-DATE (5:2) TO DL-OUT-EFF-MO
           MOVE PD-EFFECTIVE-DATE (7:2) TO DL-OUT-EFF-DAY
           MOVE PD-EFFECTIVE-DATE (1:4) TO DL-OUT-EFF-YR
           MOVE PD-ENTERED-DATE (5:2) TO DL-OUT-KEY-MO
           MOVE PD-ENTERED-DATE (7:2) TO DL-OUT-KEY-DAY
           MOVE PD-ENTERED-DATE (1:4) TO DL-OUT-KEY-YR
           MOVE PD-TRANS-CODE TO DL-OUT-CODE
           MOVE PD-EMPLOYEE-NO TO DL-OUT-EMPLOYEE-NO
           MOVE HT-EMPLOYEE-NAME TO DL-OUT-EMPLOYEE-NAME

           EVALUATE HT-TRANS-CODE
               WHEN 'A'
               WHEN 'C'
                   MOVE HT-DEPT TO DL-OUT-DEPT
                   MOVE '/' TO DL-OUT-DT-SLASH
                   MOVE HT-TERR TO DL-OUT-TERR
                   IF HT-ANNUAL-SALARY IS NUMERIC
                       MOVE HT-ANNUAL-SALARY TO DL-OUT-SALARY
                   ELSE
                       MOVE ZEROS TO DL-OUT-SALARY
                   END-IF
               WHEN 'T'
                   MOVE HT-DEPT TO DL-OUT-DEPT
                   MOVE '/' TO DL-OUT-DT-SLASH
                   MOVE HT-TERR TO DL-OUT-TERR
                   MOVE ZEROS TO DL-OUT-SALARY
               WHEN OTHER
                   MOVE SPACES TO DL-OUT-DEPT-TERR
                   MOVE ZEROS TO DL-OUT-SALARY
           END-EVALUATE.

           WRITE OUT-REPORT-REC FROM DL-PENDING-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-CTR.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the released and still-    *
      *                        pending counts                    *
      ************************************************************
       700-END-PROGRAM-RTN.
           IF WS-RELEASED-CTR + WS-PENDING-CTR = ZERO
               WRITE OUT-REPORT-REC FROM DL-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO OUT-REPORT-REC
           WRITE OUT-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'RELEASED FOR CH10PPM       ' TO DL-OUT-LABEL
           MOVE WS-RELEASED-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE
           MOVE 'STILL PENDING              ' TO DL-OUT-LABEL
           MOVE WS-PENDING-CTR TO DL-OUT-COUNT
           WRITE OUT-REPORT-REC FROM DL-SUMMARY-LINE

           WRITE OUT-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Opens the files.  No pending     *
      *                          file yet means CH10PPM has never *
      *                          held anything - the report says  *
      *                          so and nothing is released.      *
      ************************************************************
       800-INITIALIZATION-RTN.
           OPEN OUTPUT OUT-REPORT-FILE.

           OPEN I-O PENDING-FILE.
           IF NOT WS-PENDING-OK
               MOVE 'N' TO WS-PENDING-PRESENT
           END-IF.

           PERFORM 810-OPEN-RELEASE-FILE-RTN.

      ***********************************************************
      * 810-OPEN-RELEASE-FILE-RTN - Performed from 800-         *
      *                    INITIALIZATION-RTN.  Opens the       *
      *                    release file for append, so items    *
      *                    released on a night CH10PPM did not  *
      *                    run are still there for the next     *
      *                    run.  Creates the file on its first- *
      *                    ever run.                            *
      ***********************************************************
       810-OPEN-RELEASE-FILE-RTN.
           OPEN EXTEND RELEASE-FILE.
           IF WS-RELEASE-DOES-NOT-EXIST
               OPEN OUTPUT RELEASE-FILE
               CLOSE RELEASE-FILE
               OPEN EXTEND RELEASE-FILE
           END-IF.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           CLOSE OUT-REPORT-FILE
                 RELEASE-FILE.
           IF WS-PENDING-IS-PRESENT
               CLOSE PENDING-FILE
           END-IF.
           PERFORM 990-RELEASE-MASTER-LOCK-RTN.

      **********************************************************
      *  010-CLAIM-MASTER-LOCK-RTN - Claims the CH10PPM.LCK    *
      *              run lock CH10PPM holds while it reads the *
      *              release file and updates the pending      *
      *              file.  A lock already held stops this run *
      *              on the console, naming the holder.        *
      **********************************************************
       010-CLAIM-MASTER-LOCK-RTN.
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
               DISPLAY 'CH10PPMR CANNOT START - CH10PPM.DAT '
                   'LOCKED BY ' ML-HOLDER
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'Y' TO ML-HELD-FLAG.
           MOVE 'CH10PPMR' TO ML-HOLDER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP.
           WRITE MASTER-LOCK-REC.
           CLOSE MASTER-LOCK-FILE.

      **********************************************************
      *  990-RELEASE-MASTER-LOCK-RTN - Releases the master     *
      *              run lock after the files are closed       *
      **********************************************************
       990-RELEASE-MASTER-LOCK-RTN.
           OPEN OUTPUT MASTER-LOCK-FILE.
           MOVE 'N' TO ML-HELD-FLAG.
           MOVE SPACES TO ML-HOLDER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ML-TIMESTAMP.
           WRITE MASTER-LOCK-REC.
           CLOSE MASTER-LOCK-FILE.
