      *    5  CH1004Y.CTL  term identifier                        *
      *    6  IXBACKUP.CTL backup mode and file number            *
      *    7  RUNJOBS.CTL  step flags, tolerances, restart step   *
      *                                                          *
      *  The console opens with the operator sign-on screen.     *
      *  The operator master must list CTLMAINT among the        *
      *  operator's programs, and each menu file can be changed  *
      *  only by an operator whose master carries Y for that     *
      *  file.  Every sign-on, refusal and file change goes to   *
      *  the security log, a change with the value before and    *
      *  after it.                                               *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

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
       FD  RESTART-OPTION-FILE.
           05  RL-CODE                 PIC XX.
           05  RL-ADJ-TYPE             PIC X.
           05  RL-ADJ-AMOUNT           PIC 9(5)V99.
           05  RL-EFFECTIVE-DATE       PIC X(8).

       FD  CUTOFF-DATE-FILE.
       01  CUTOFF-DATE-REC             PIC X(8).
       FD  RUNJOBS-CTL-FILE.
       01  RUNJOBS-CTL-REC             PIC X(6).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-REC.
           COPY OPERREC.

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-REC.
           COPY SECLOG.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  WS-CTL-STATUS           PIC XX       VALUE ZEROS.
           05  WS-E-BKP-MODE           PIC X        VALUE SPACE.
           05  WS-E-BKP-FILE           PIC X        VALUE SPACE.

      *    Grouped so the whole stream control can be logged as
      *    one before and after value.
           05  WS-E-RUNJOBS-VALUES.
               10  WS-E-STEP1-FLAG     PIC X        VALUE 'Y'.
               10  WS-E-STEP2-FLAG     PIC X        VALUE 'Y'.
               10  WS-E-STEP3-FLAG     PIC X        VALUE 'Y'.
               10  WS-E-STEP1-TOL      PIC X(4)     VALUE '0000'.
               10  WS-E-STEP2-TOL      PIC X(4)     VALUE '0000'.
               10  WS-E-STEP3-TOL      PIC X(4)     VALUE '0000'.
               10  WS-E-START-STEP     PIC X        VALUE '1'.

           05  WS-RJ-LINE-CTR          PIC 9        VALUE ZEROS.
           05  WS-MAX-DAY              PIC 99       VALUE ZEROS.
      *    never truncate the rules behind it.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY           OCCURS 50 TIMES
                                       PIC X(19).

      *    Menu file names in menu order, for the security log.
       01  WS-CTL-FILE-NAME-LIST.
           05  FILLER                  PIC X(12)    VALUE
               'CH10PPR.CTL'.
           05  FILLER                  PIC X(12)    VALUE
               'CH10PPS.CTL'.
           05  FILLER                  PIC X(12)    VALUE
               'CH10PPP.CTL'.
           05  FILLER                  PIC X(12)    VALUE
               'CH0601V.CTL'.
           05  FILLER                  PIC X(12)    VALUE
               'CH1004Y.CTL'.
           05  FILLER                  PIC X(12)    VALUE
               'IXBACKUP.CTL'.
           05  FILLER                  PIC X(12)    VALUE
               'RUNJOBS.CTL'.
       01  WS-CTL-FILE-NAME-TABLE REDEFINES WS-CTL-FILE-NAME-LIST.
           05  WS-CTL-FILE-NAME        OCCURS 7 TIMES
                                       PIC X(12).

           COPY SIGNONWS.

       SCREEN SECTION.
       01  SIGN-ON-SCREEN.
           05  BLANK SCREEN
               FOREGROUND-COLOR  12
               BACKGROUND-COLOR 15.
           05  LINE 2 COLUMN 3 VALUE
               'CONTROL FILE CONSOLE - OPERATOR SIGN-ON'.
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

       01  MENU-SCREEN.
           05  BLANK SCREEN
               FOREGROUND-COLOR  12
           05  LINE 7 COLUMN 3 VALUE
               'AMOUNT (9999999=99999.99):  '.
           05  COLUMN 32 PIC X(7) TO WS-E-ADJ-AMOUNT.
           05  LINE 8 COLUMN 3 VALUE
               'EFFECTIVE DATE (BLANK=NOW): '.
           05  COLUMN 32 PIC X(8) TO WS-E-DATE.

       01  DATE-ENTRY-SCREEN.
           05  LINE 4 COLUMN 3 VALUE
           05  LINE 18 COLUMN 3 VALUE
               'CONTROL FILE LEFT UNCHANGED'.

       01  NOT-AUTHORIZED-SCREEN.
           05  LINE 15 COLUMN 3 VALUE
               'NOT AUTHORIZED TO CHANGE THIS FILE'.

       PROCEDURE DIVISION.
      **********************************************************
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           MOVE 'CTLMAINT' TO SO-PROGRAM-NAME.
           PERFORM 020-SIGN-ON-RTN.
           PERFORM 200-PROCESS-MENU-RTN
               UNTIL WS-CHOICE-EXIT.
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
               PERFORM 038-HOLD-CTL-FLAG-RTN
                   VARYING SO-CTL-IDX FROM 1 BY 1
                   UNTIL SO-CTL-IDX > 7
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
      *  038-HOLD-CTL-FLAG-RTN - Holds one control-file        *
      *              permission from the master for the        *
      *              session                                   *
      **********************************************************
       038-HOLD-CTL-FLAG-RTN.
           MOVE OP-CTL-FILE-FLAG (SO-CTL-IDX)
               TO SO-CTL-FILE-FLAG (SO-CTL-IDX).

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
      *  200-PROCESS-MENU-RTN - Shows the console menu and     *
      *              routes to the chosen control file          *
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.

           IF WS-MENU-CHOICE >= '1' AND WS-MENU-CHOICE <= '7'
               MOVE WS-MENU-CHOICE TO SO-CTL-IDX
               IF SO-CTL-FILE-FLAG (SO-CTL-IDX) NOT = 'Y'
                   PERFORM 250-NOT-AUTHORIZED-RTN
               END-IF
           END-IF.

           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   PERFORM 310-RESTART-FLAG-RTN
                   CONTINUE
           END-EVALUATE.

      **********************************************************
      *  250-NOT-AUTHORIZED-RTN - Refuses a file the operator  *
      *              may not change, logs the refusal, and     *
      *              drops the choice so the menu comes back   *
      **********************************************************
       250-NOT-AUTHORIZED-RTN.
           DISPLAY NOT-AUTHORIZED-SCREEN.
           MOVE 'REFUSED' TO SO-LOG-EVENT.
           MOVE WS-CTL-FILE-NAME (SO-CTL-IDX) TO SO-LOG-DETAIL.
           PERFORM 040-WRITE-SECURITY-LOG-RTN.
           MOVE SPACE TO WS-MENU-CHOICE.

      **********************************************************
      *  310-RESTART-FLAG-RTN - Shows and replaces the         *
      *              CH10PPB restart flag, Y or N only         *
           WRITE RESTART-OPTION-REC.
           CLOSE RESTART-OPTION-FILE.
           DISPLAY WRITTEN-SCREEN.
           MOVE WS-E-FLAG TO SO-LOG-AFTER.
           PERFORM 390-LOG-CHANGE-RTN.

      **********************************************************
      *  320-RAISE-RULE-RTN - Shows and replaces the first     *
      *              mass-raise rule in CH10PPS.CTL.  The      *
      *              rule type, code, adjust type and amount   *
      *              are each validated, and the effective     *
      *              date is either blank (the run date) or a  *
      *              real calendar date, before the file is    *
      *              rewritten.  Every rule on file is held    *
      *              and written back, so editing rule 1 can   *
      *              never truncate the rules behind it.       *

           MOVE 'N' TO WS-FIELD-VALID.
           PERFORM UNTIL WS-FIELD-IS-VALID
               MOVE SPACES TO WS-E-DATE
               DISPLAY RULE-ENTRY-SCREEN
               ACCEPT RULE-ENTRY-SCREEN
               IF (WS-E-RULE-TYPE = 'D' OR 'T' OR 'J')
                  AND (WS-E-ADJ-TYPE = 'P' OR 'F')
                  AND WS-E-RULE-CODE NOT = SPACES
                  AND WS-E-ADJ-AMOUNT IS NUMERIC
                   IF WS-E-DATE = SPACES
                       MOVE 'Y' TO WS-FIELD-VALID
                   ELSE
                       PERFORM 500-VALIDATE-DATE-RTN
                   END-IF
               END-IF
               IF NOT WS-FIELD-IS-VALID
                   DISPLAY INVALID-VALUE-SCREEN
               END-IF
           END-PERFORM.
           MOVE WS-E-RULE-CODE TO RL-CODE.
           MOVE WS-E-ADJ-TYPE TO RL-ADJ-TYPE.
           MOVE WS-E-ADJ-AMOUNT-N TO RL-ADJ-AMOUNT.
           MOVE WS-E-DATE TO RL-EFFECTIVE-DATE.
           MOVE RULE-REC TO WS-RULE-ENTRY (1).
           IF WS-RULE-COUNT = ZERO
               MOVE 1 TO WS-RULE-COUNT
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
           CLOSE RULE-FILE.
           DISPLAY WRITTEN-SCREEN.
           MOVE WS-RULE-ENTRY (1) TO SO-LOG-AFTER.
           PERFORM 390-LOG-CHANGE-RTN.

      **********************************************************
      *  325-WRITE-ONE-RULE-RTN - Writes one held rule back to *
               WRITE CUTOFF-DATE-REC
               CLOSE CUTOFF-DATE-FILE
               DISPLAY WRITTEN-SCREEN
               MOVE WS-E-DATE TO SO-LOG-AFTER
               PERFORM 390-LOG-CHANGE-RTN
           ELSE
               DISPLAY NOT-WRITTEN-SCREEN
           END-IF.
               WRITE RETENTION-REC
               CLOSE RETENTION-FILE
               DISPLAY WRITTEN-SCREEN
               MOVE WS-E-YYYYMM TO SO-LOG-AFTER
               PERFORM 390-LOG-CHANGE-RTN
           ELSE
               DISPLAY NOT-WRITTEN-SCREEN
           END-IF.
           WRITE TERM-CTL-REC.
           CLOSE TERM-CTL-FILE.
           DISPLAY WRITTEN-SCREEN.
           MOVE WS-E-TERM TO SO-LOG-AFTER.
           PERFORM 390-LOG-CHANGE-RTN.

      **********************************************************
      *  360-BACKUP-CTL-RTN - Shows and replaces the IXBACKUP  *
               WRITE BACKUP-CTL-REC
               CLOSE BACKUP-CTL-FILE
               DISPLAY WRITTEN-SCREEN
               MOVE WS-E-BKP-MODE TO SO-LOG-AFTER (1:1)
               MOVE WS-E-BKP-FILE TO SO-LOG-AFTER (2:1)
               PERFORM 390-LOG-CHANGE-RTN
           ELSE
               DISPLAY NOT-WRITTEN-SCREEN
           END-IF.
               END-PERFORM
               CLOSE RUNJOBS-CTL-FILE
           END-IF.
           MOVE WS-E-RUNJOBS-VALUES TO WS-CUR-VALUE.

           MOVE 'N' TO WS-FIELD-VALID.
           PERFORM UNTIL WS-FIELD-IS-VALID
           WRITE RUNJOBS-CTL-REC.
           CLOSE RUNJOBS-CTL-FILE.
           DISPLAY WRITTEN-SCREEN.
           MOVE WS-E-RUNJOBS-VALUES TO SO-LOG-AFTER.
           PERFORM 390-LOG-CHANGE-RTN.

      **********************************************************
      *  375-PARSE-RUNJOBS-LINE-RTN - Holds one RUNJOBS.CTL    *
               MOVE '0000' TO WS-TOL-X
           END-IF.

      **********************************************************
      *  390-LOG-CHANGE-RTN - Logs a control file just written *
      *              with its value before and after the       *
      *              change                                    *
      **********************************************************
       390-LOG-CHANGE-RTN.
           MOVE 'CHANGE' TO SO-LOG-EVENT.
           MOVE WS-CTL-FILE-NAME (SO-CTL-IDX) TO SO-LOG-DETAIL.
           MOVE WS-CUR-VALUE TO SO-LOG-BEFORE.
           PERFORM 040-WRITE-SECURITY-LOG-RTN.

      **********************************************************
      *  500-VALIDATE-DATE-RTN - Proves WS-E-DATE is a real    *
      *              calendar date: all digits, month 01-12,   *
           IF WS-CONFIRMED NOT = 'Y'
               MOVE 'N' TO WS-CONFIRMED
           END-IF.

      **********************************************************
      *  980-SIGN-OFF-RTN - Logs the operator off the console  *
      **********************************************************
       980-SIGN-OFF-RTN.
           MOVE 'SIGNOFF' TO SO-LOG-EVENT.
           PERFORM 040-WRITE-SECURITY-LOG-RTN.
