      *              JOBCLASS-KEY alternate key, one record per  *
      *              screen.  The master is opened INPUT only -  *
      *              this program never changes it.              *
      *                                                           *
      *  Salaries are on every screen, so the inquiry opens with  *
      *  the operator sign-on screen and runs only for an         *
      *  operator whose master lists CH10PPI.  Each employee      *
      *  shown, and each number not found, is logged to the       *
      *  security log as an inquiry.                              *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS SO-OPER-STATUS.

           SELECT SECURITY-LOG-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\SECLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SO-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER-FILE.
       01  EMP-MASTER-REC.
           COPY EMPREC.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-REC.
           COPY OPERREC.

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-REC.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-MASTER-STATUS        PIC XX       VALUE ZEROS.
           05  WS-OUT-SALARY           PIC $$$,$$9.
           05  WS-OUT-STATUS           PIC X(8)     VALUE SPACES.

           COPY SIGNONWS.

       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN
               FOREGROUND-COLOR  12
               BACKGROUND-COLOR 15.
           05  LINE 2 COLUMN 3 VALUE
               'EMPLOYEE INQUIRY - OPERATOR SIGN-ON'.
           05  LINE 4 COLUMN 3 VALUE
               'OPERATOR ID: '.
           05  COLUMN 17 PIC X(8) TO SO-OPERATOR-ID.
           05  LINE 5 COLUMN 3 VALUE
               'PASSWORD:    '.
           05  COLUMN 17 PIC X(8) TO SO-PASSWORD SECURE.
           05  LINE 7 COLUMN 3 PIC X(30) FROM SO-REASON.

       01  SIGN-ON-ENDED-SCREEN.
           05  LINE 7 COLUMN 3 PIC X(30) FROM SO-REASON.
           05  LINE 9 COLUMN 3 VALUE
               'SIGN-ON REFUSED - SESSION ENDED'.


       01  MODE-SELECT-SCREEN.
           05  BLANK SCREEN
               FOREGROUND-COLOR  12
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           MOVE 'CH10PPI' TO SO-PROGRAM-NAME.
           PERFORM 020-SIGN-ON-RTN.
           OPEN INPUT EMP-MASTER-FILE.

           PERFORM 200-PROCESS-INQUIRY-RTN
               UNTIL WS-MORE-INQUIRIES = 'N' OR 'n'.

           CLOSE EMP-MASTER-FILE.
           PERFORM 980-SIGN-OFF-RTN.
           STOP RUN.

      **********************************************************
      *  020-SIGN-ON-RTN - Signs the operator on before the    *
      *              program goes any further.  Three tries at *
      *              the screen; an operator refused on every  *
      *              try, or locked out, ends the session.     *
      **********************************************************
       020-SIGN-ON-RTN.
           MOVE ZEROS TO SO-TRIES.
           MOVE 'N' TO SO-RESULT.
           MOVE SPACES TO SO-REASON.
           PERFORM 025-SIGN-ON-ATTEMPT-RTN
               UNTIL SO-SIGNED-ON
                  OR SO-LOCKED-OUT
                  OR SO-TRIES NOT < SO-MAX-TRIES.
           IF NOT SO-SIGNED-ON
               DISPLAY SIGN-ON-ENDED-SCREEN
               STOP RUN
           END-IF.

      **********************************************************
      *  025-SIGN-ON-ATTEMPT-RTN - Takes one operator ID and   *
      *              password, scrambles the password the way  *
      *              the master holds it, checks it against    *
      *              the operator master and logs the outcome  *
      **********************************************************
       025-SIGN-ON-ATTEMPT-RTN.
           ADD 1 TO SO-TRIES.
           MOVE SPACES TO SO-OPERATOR-ID SO-PASSWORD.
           DISPLAY SIGN-ON-SCREEN.
           ACCEPT SIGN-ON-SCREEN.
           INSPECT SO-OPERATOR-ID
               CONVERTING SO-LOWER-CASE TO SO-UPPER-CASE.
           INSPECT SO-PASSWORD
               CONVERTING SO-LOWER-CASE TO SO-UPPER-CASE.
           INSPECT SO-PASSWORD
               CONVERTING SO-CLEAR-CHARS TO SO-SCRAMBLE-CHARS.
           MOVE 'REFUSED' TO SO-LOG-EVENT.

           OPEN I-O OPERATOR-MASTER-FILE.
           IF NOT SO-OPER-OK
               MOVE 'R' TO SO-RESULT
               MOVE 'OPERATOR MASTER NOT AVAILABLE' TO SO-REASON
               MOVE SO-MAX-TRIES TO SO-TRIES
           ELSE
               MOVE SO-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE 'R' TO SO-RESULT
                       MOVE 'OPERATOR ID NOT ON FILE' TO SO-REASON
                   NOT INVALID KEY
                       PERFORM 030-CHECK-OPERATOR-RTN
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

           IF NOT SO-SIGNED-ON
               MOVE SO-REASON TO SO-LOG-DETAIL
           END-IF.
           PERFORM 040-WRITE-SECURITY-LOG-RTN.

      **********************************************************
      *  030-CHECK-OPERATOR-RTN - Checks the operator just     *
      *              read: status, password, then program.  A  *
      *              wrong password adds to the failed count,  *
      *              and reaching the limit locks the operator *
      *              out until OPERMNT unlocks the record.     *
      **********************************************************
       030-CHECK-OPERATOR-RTN.
           EVALUATE TRUE
               WHEN OP-LOCKED-OUT
                   MOVE 'L' TO SO-RESULT
                   MOVE 'OPERATOR IS LOCKED OUT' TO SO-REASON
               WHEN NOT OP-ACTIVE
                   MOVE 'R' TO SO-RESULT
                   MOVE 'OPERATOR IS NOT ACTIVE' TO SO-REASON
               WHEN OP-PASSWORD NOT = SO-PASSWORD
                   ADD 1 TO OP-FAILED-COUNT
                   IF OP-FAILED-COUNT NOT < SO-LOCKOUT-LIMIT
                       MOVE 'L' TO OP-STATUS
                       MOVE 'L' TO SO-RESULT
                       MOVE 'LOCKOUT' TO SO-LOG-EVENT
                       MOVE 'TOO MANY FAILURES - LOCKED OUT'
                           TO SO-REASON
                   ELSE
                       MOVE 'R' TO SO-RESULT
                       MOVE 'PASSWORD NOT VALID' TO SO-REASON
                   END-IF
                   REWRITE OPERATOR-REC
               WHEN OTHER
                   PERFORM 035-CHECK-PROGRAM-RTN
           END-EVALUATE.

      **********************************************************
      *  035-CHECK-PROGRAM-RTN - The password is good, so the  *
      *              failed count is cleared; the operator is  *
      *              signed on only if this program is one of  *
      *              the operator's allowed programs           *
      **********************************************************
       035-CHECK-PROGRAM-RTN.
           MOVE ZERO TO OP-FAILED-COUNT.
           MOVE 'N' TO SO-PGM-FOUND.
           PERFORM 037-MATCH-PROGRAM-RTN
               VARYING SO-PGM-IDX FROM 1 BY 1
               UNTIL SO-PGM-IDX > 6.
           IF SO-PGM-IS-FOUND
               MOVE 'Y' TO SO-RESULT
               MOVE 'SIGNON' TO SO-LOG-EVENT
               MOVE OP-NAME TO SO-LOG-DETAIL
               MOVE FUNCTION CURRENT-DATE(1:14) TO OP-LAST-SIGNON
           ELSE
               MOVE 'R' TO SO-RESULT
               MOVE 'NOT AUTHORIZED FOR PROGRAM' TO SO-REASON
           END-IF.
           REWRITE OPERATOR-REC.

      **********************************************************
      *  037-MATCH-PROGRAM-RTN - Tests one allowed-program     *
      *              entry against this program's name         *
      **********************************************************
       037-MATCH-PROGRAM-RTN.
           IF OP-PROGRAM (SO-PGM-IDX) = SO-PROGRAM-NAME
               MOVE 'Y' TO SO-PGM-FOUND
           END-IF.

      **********************************************************
      *  040-WRITE-SECURITY-LOG-RTN - Appends one event to the *
      *              security log, creating the log the first  *
      *              time it is ever written.  The log is      *
      *              opened and closed per event so every      *
      *              program signed on can append to it.       *
      **********************************************************
       040-WRITE-SECURITY-LOG-RTN.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SO-LOG-NOT-FOUND
               OPEN OUTPUT SECURITY-LOG-FILE
               CLOSE SECURITY-LOG-FILE
               OPEN EXTEND SECURITY-LOG-FILE
           END-IF.

           MOVE SPACES TO SECURITY-LOG-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SL-TIMESTAMP.
           MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID.
           MOVE SO-PROGRAM-NAME TO SL-PROGRAM.
           MOVE SO-LOG-EVENT TO SL-EVENT.
           MOVE SO-LOG-DETAIL TO SL-DETAIL.
           MOVE SO-LOG-BEFORE TO SL-BEFORE.
           MOVE SO-LOG-AFTER TO SL-AFTER.
           WRITE SECURITY-LOG-REC.
           CLOSE SECURITY-LOG-FILE.
           MOVE SPACES TO SO-LOG-DETAIL SO-LOG-BEFORE SO-LOG-AFTER.

      **********************************************************
      *  200-PROCESS-INQUIRY-RTN - Performed from 100-MAIN-    *
      *              MODULE.  Prompts for the inquiry mode and *
           READ EMP-MASTER-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-SCREEN
                   MOVE 'INQUIRY' TO SO-LOG-EVENT
                   STRING 'EMPLOYEE ' WS-INQ-EMPLOYEE-NO
                          ' NOT ON FILE' DELIMITED BY SIZE
                       INTO SO-LOG-DETAIL
                   PERFORM 040-WRITE-SECURITY-LOG-RTN
               NOT INVALID KEY
                   PERFORM 350-SHOW-EMPLOYEE-RTN
           END-READ.
      *  350-SHOW-EMPLOYEE-RTN - Performed from 300-LOOKUP-    *
      *              EMPLOYEE-RTN and 400-BROWSE-DEPT-TERR-    *
      *              RTN.  Formats and displays the record in  *
      *              the master file buffer, and logs it as an *
      *              inquiry.                                  *
      **********************************************************
       350-SHOW-EMPLOYEE-RTN.
           MOVE IN-ANNUAL-SALARY TO WS-OUT-SALARY
               MOVE 'INACTIVE' TO WS-OUT-STATUS
           END-IF
           DISPLAY EMPLOYEE-DISPLAY-SCREEN.
           MOVE 'INQUIRY' TO SO-LOG-EVENT
           MOVE IN-EMPLOYEE-NO TO SO-LOG-DETAIL (1:3)
           MOVE IN-EMPLOYEE-NAME TO SO-LOG-DETAIL (5:20)
           PERFORM 040-WRITE-SECURITY-LOG-RTN.

      **********************************************************
      *  400-BROWSE-DEPT-TERR-RTN - Performed from 200-PROCESS-*
                       MOVE 'Y' TO WS-BROWSE-DONE
                   END-IF
           END-READ.

      **********************************************************
      *  980-SIGN-OFF-RTN - Logs the operator off the inquiry  *
      **********************************************************
       980-SIGN-OFF-RTN.
           MOVE 'SIGNOFF' TO SO-LOG-EVENT.
           PERFORM 040-WRITE-SECURITY-LOG-RTN.
