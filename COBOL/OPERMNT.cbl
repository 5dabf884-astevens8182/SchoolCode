       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
      ************************************************************
      *  OPERMNT  -  Operator master maintenance.  Applies the   *
      *              transactions in OPERMNT.DAT to the keyed    *
      *              operator master OPERMAST.DAT that the       *
      *              sign-on screen of every interactive program *
      *              checks, and is the only program that adds   *
      *              or changes an operator:                     *
      *                                                          *
      *                A  add an operator                        *
      *                C  change name, programs or CTLMAINT      *
      *                   file permissions (blank = unchanged)   *
      *                P  set a new password - clears the failed *
      *                   count and lifts a lockout              *
      *                U  unlock a locked-out operator           *
      *                D  deactivate an operator (the record is  *
      *                   kept so the security log still names   *
      *                   who it was)                            *
      *                                                          *
      *              A password arrives in clear on the          *
      *              transaction and is scrambled before it is   *
      *              stored; it is never printed.  Every change  *
      *              applied is logged to the security log as a  *
      *              MAINT event with the operator's status,     *
      *              failed count and file permissions before    *
      *              and after.  The master is created the first *
      *              time the program runs.  Once the master is  *
      *              updated OPERMNT.DAT is emptied, so a rerun  *
      *              cannot apply the same transactions - and    *
      *              the same passwords - a second time.  When   *
      *              the master cannot be opened nothing is      *
      *              applied, OPERMNT.DAT is left as it was and  *
      *              the run ends with return code 99.           *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-TRANS-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\OPERMNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

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

           SELECT OPER-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\OPERMNT.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-TRANS-FILE
           RECORD CONTAINS 92 CHARACTERS.
       01  OPER-TRANS-REC.
           05  OT-ACTION               PIC X.
               88  OT-ADD                           VALUE 'A'.
               88  OT-CHANGE                        VALUE 'C'.
               88  OT-SET-PASSWORD                  VALUE 'P'.
               88  OT-UNLOCK                        VALUE 'U'.
               88  OT-DEACTIVATE                    VALUE 'D'.
           05  OT-OPERATOR-ID          PIC X(8).
           05  OT-NAME                 PIC X(20).
           05  OT-PASSWORD             PIC X(8).
           05  OT-PROGRAMS.
               10  OT-PROGRAM          PIC X(8)
                                       OCCURS 6 TIMES.
           05  OT-CTL-FLAGS.
               10  OT-CTL-FILE-FLAG    PIC X
                                       OCCURS 7 TIMES.

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-REC.
           COPY OPERREC.

       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-REC.
           COPY SECLOG.

       FD  OPER-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPER-REPORT-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-TRANS-STATUS         PIC XX       VALUE ZEROS.
               88  WS-TRANS-OK                      VALUE '00'.
           05  WS-MASTER-FOUND         PIC X        VALUE SPACE.
               88  WS-MASTER-IS-FOUND               VALUE 'Y'.
               88  WS-MASTER-IS-NOT-FOUND           VALUE 'N'.

           05  WS-MASTER-OPEN          PIC X        VALUE 'N'.
               88  WS-MASTER-IS-OPEN                VALUE 'Y'.
           05  WS-TRANS-VALID          PIC X        VALUE 'Y'.
               88  WS-TRANS-IS-VALID                VALUE 'Y'.
           05  WS-RESULT               PIC X(30)    VALUE SPACES.
           05  WS-RUN-DATE             PIC X(8)     VALUE SPACES.

           05  WS-PGM-IDX              PIC 9        VALUE ZEROS.
           05  WS-CTL-IDX              PIC 9        VALUE ZEROS.
           05  WS-PGM-COUNT            PIC 9        VALUE ZEROS.

           05  WS-TRANS-READ           PIC 9(5)     VALUE ZEROS.
           05  WS-TRANS-APPLIED        PIC 9(5)     VALUE ZEROS.
           05  WS-TRANS-REJECTED       PIC 9(5)     VALUE ZEROS.

      *    The programs that carry the sign-on screen - an allowed
      *    program not on this list could never be signed on to.
       01  WS-SIGNON-PGM-LIST.
           05  FILLER                  PIC X(8)     VALUE 'CTLMAINT'.
           05  FILLER                  PIC X(8)     VALUE 'CH10PPI'.
           05  FILLER                  PIC X(8)     VALUE 'PROJECT1'.
           05  FILLER                  PIC X(8)     VALUE 'PROJECT3'.
       01  WS-SIGNON-PGM-TABLE REDEFINES WS-SIGNON-PGM-LIST.
           05  WS-SIGNON-PGM           PIC X(8)
                                       OCCURS 4 TIMES.
       01  WS-SIGNON-PGM-WORK.
           05  WS-SP-IDX               PIC 9        VALUE ZEROS.
           05  WS-SP-FOUND             PIC X        VALUE 'N'.
               88  WS-SP-IS-FOUND                   VALUE 'Y'.

      *    The security-relevant part of an operator record, logged
      *    before and after each change.  The password is never
      *    part of it.
       01  WS-OPER-IMAGE.
           05  WS-IMG-STATUS           PIC X        VALUE SPACE.
           05                          PIC X        VALUE '/'.
           05  WS-IMG-FAILED           PIC 9        VALUE ZERO.
           05                          PIC X        VALUE '/'.
           05  WS-IMG-CTL-FLAGS        PIC X(7)     VALUE SPACES.
           05                          PIC X(9)     VALUE SPACES.

           COPY SIGNONWS.

       01  HL-HEADING1.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(30)
              VALUE 'OPERATOR MASTER MAINTENANCE'.
           05                          PIC X(10)    VALUE SPACES.
           05  HL-RUN-DATE             PIC X(8).

       01  HL-HEADING2.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(8)
               VALUE 'ACTION'.
           05                          PIC X(10)
               VALUE 'OPERATOR'.
           05                          PIC X(22)
               VALUE 'NAME'.
           05                          PIC X(30)
               VALUE 'RESULT'.

       01  DL-TRANS-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-ACTION           PIC X.
           05                          PIC X(5)     VALUE SPACES.
           05  DL-OUT-OPERATOR-ID      PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NAME             PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RESULT           PIC X(30).

       01  TL-TOTAL-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  TL-OUT-LABEL            PIC X(24).
           05  TL-OUT-COUNT            PIC ZZ,ZZ9.

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
               READ OPER-TRANS-FILE
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     PERFORM 200-PROCESS-TRANS-RTN
               END-READ
           END-PERFORM.

           PERFORM 900-END-OF-JOB-RTN.
           STOP RUN.

      **********************************************************
      *  200-PROCESS-TRANS-RTN - Performed from 100-MAIN-      *
      *              MODULE.  Reads the operator the           *
      *              transaction names and routes it to its    *
      *              action; an add wants no record on file,   *
      *              every other action wants one.             *
      **********************************************************
       200-PROCESS-TRANS-RTN.
           ADD 1 TO WS-TRANS-READ.
           MOVE 'Y' TO WS-TRANS-VALID.
           MOVE SPACES TO WS-RESULT.
           MOVE SPACES TO SO-LOG-BEFORE SO-LOG-AFTER.

           INSPECT OT-OPERATOR-ID
               CONVERTING SO-LOWER-CASE TO SO-UPPER-CASE.
           MOVE OT-OPERATOR-ID TO OP-OPERATOR-ID.
           MOVE SPACE TO WS-MASTER-FOUND.
           IF OT-OPERATOR-ID = SPACES
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'OPERATOR ID MISSING' TO WS-RESULT
           ELSE
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MASTER-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MASTER-FOUND
                       PERFORM 250-TAKE-IMAGE-RTN
                       MOVE WS-OPER-IMAGE TO SO-LOG-BEFORE
               END-READ
           END-IF.

           IF WS-TRANS-IS-VALID
               EVALUATE TRUE
                   WHEN OT-ADD
                       PERFORM 300-ADD-OPERATOR-RTN
                   WHEN WS-MASTER-IS-NOT-FOUND
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'OPERATOR NOT ON FILE' TO WS-RESULT
                   WHEN OT-CHANGE
                       PERFORM 400-CHANGE-OPERATOR-RTN
                   WHEN OT-SET-PASSWORD
                       PERFORM 500-SET-PASSWORD-RTN
                   WHEN OT-UNLOCK
                       PERFORM 600-UNLOCK-OPERATOR-RTN
                   WHEN OT-DEACTIVATE
                       PERFORM 700-DEACTIVATE-OPERATOR-RTN
                   WHEN OTHER
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'ACTION CODE NOT VALID' TO WS-RESULT
               END-EVALUATE
           END-IF.

           IF WS-TRANS-IS-VALID
               ADD 1 TO WS-TRANS-APPLIED
               PERFORM 250-TAKE-IMAGE-RTN
               MOVE WS-OPER-IMAGE TO SO-LOG-AFTER
               MOVE 'MAINT' TO SO-LOG-EVENT
               STRING WS-RESULT DELIMITED BY '  '
                      ' ' OT-OPERATOR-ID DELIMITED BY SIZE
                   INTO SO-LOG-DETAIL
               PERFORM 850-WRITE-SECURITY-LOG-RTN
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.

           MOVE OT-ACTION TO DL-OUT-ACTION.
           MOVE OT-OPERATOR-ID TO DL-OUT-OPERATOR-ID.
           EVALUATE TRUE
               WHEN OT-NAME NOT = SPACES
                   MOVE OT-NAME TO DL-OUT-NAME
               WHEN WS-MASTER-IS-FOUND
                   MOVE OP-NAME TO DL-OUT-NAME
               WHEN OTHER
                   MOVE SPACES TO DL-OUT-NAME
           END-EVALUATE.
           MOVE WS-RESULT TO DL-OUT-RESULT.
           WRITE OPER-REPORT-REC FROM DL-TRANS-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************************
      *  250-TAKE-IMAGE-RTN - Builds the logged image of the   *
      *              operator record in the master buffer      *
      **********************************************************
       250-TAKE-IMAGE-RTN.
           MOVE OP-STATUS TO WS-IMG-STATUS.
           MOVE OP-FAILED-COUNT TO WS-IMG-FAILED.
           PERFORM 255-TAKE-ONE-FLAG-RTN
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 7.

      **********************************************************
      *  255-TAKE-ONE-FLAG-RTN - Copies one CTLMAINT file      *
      *              permission into the logged image          *
      **********************************************************
       255-TAKE-ONE-FLAG-RTN.
           MOVE OP-CTL-FILE-FLAG (WS-CTL-IDX)
               TO WS-IMG-CTL-FLAGS (WS-CTL-IDX:1).

      **********************************************************
      *  300-ADD-OPERATOR-RTN - Adds a new active operator.    *
      *              The name, a password and at least one     *
      *              program are required; a blank file        *
      *              permission is taken as N.                 *
      **********************************************************
       300-ADD-OPERATOR-RTN.
           IF WS-MASTER-IS-FOUND
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'OPERATOR ALREADY ON FILE' TO WS-RESULT
           END-IF.
           IF WS-TRANS-IS-VALID AND OT-NAME = SPACES
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'NAME MISSING' TO WS-RESULT
           END-IF.
           IF WS-TRANS-IS-VALID AND OT-PASSWORD = SPACES
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'PASSWORD MISSING' TO WS-RESULT
           END-IF.
           IF WS-TRANS-IS-VALID
               PERFORM 350-EDIT-PROGRAMS-RTN
           END-IF.
           IF WS-TRANS-IS-VALID AND WS-PGM-COUNT = ZERO
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'NO PROGRAM ALLOWED' TO WS-RESULT
           END-IF.
           IF WS-TRANS-IS-VALID
               PERFORM 360-EDIT-CTL-FLAGS-RTN
           END-IF.

           IF WS-TRANS-IS-VALID
               MOVE SPACES TO OPERATOR-REC
               MOVE OT-OPERATOR-ID TO OP-OPERATOR-ID
               MOVE OT-NAME TO OP-NAME
               MOVE 'A' TO OP-STATUS
               MOVE ZERO TO OP-FAILED-COUNT
               PERFORM 370-MOVE-PROGRAMS-RTN
               PERFORM 380-MOVE-CTL-FLAGS-RTN
               PERFORM 390-SCRAMBLE-PASSWORD-RTN
               WRITE OPERATOR-REC
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'OPERATOR MASTER NOT WRITTEN'
                           TO WS-RESULT
                   NOT INVALID KEY
                       MOVE 'ADDED' TO WS-RESULT
               END-WRITE
           END-IF.

      **********************************************************
      *  350-EDIT-PROGRAMS-RTN - Counts the allowed programs   *
      *              keyed and proves each one carries the     *
      *              sign-on screen                            *
      **********************************************************
       350-EDIT-PROGRAMS-RTN.
           MOVE ZERO TO WS-PGM-COUNT.
           INSPECT OT-PROGRAMS
               CONVERTING SO-LOWER-CASE TO SO-UPPER-CASE.
           PERFORM 355-EDIT-ONE-PROGRAM-RTN
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > 6.

      **********************************************************
      *  355-EDIT-ONE-PROGRAM-RTN - Edits one allowed program  *
      *              against the sign-on program list          *
      **********************************************************
       355-EDIT-ONE-PROGRAM-RTN.
           IF OT-PROGRAM (WS-PGM-IDX) NOT = SPACES
               ADD 1 TO WS-PGM-COUNT
               MOVE 'N' TO WS-SP-FOUND
               PERFORM 357-MATCH-SIGNON-PGM-RTN
                   VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > 4
               IF NOT WS-SP-IS-FOUND
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'PROGRAM HAS NO SIGN-ON SCREEN'
                       TO WS-RESULT
               END-IF
           END-IF.

      **********************************************************
      *  357-MATCH-SIGNON-PGM-RTN - Tests one allowed program  *
      *              against one sign-on program entry         *
      **********************************************************
       357-MATCH-SIGNON-PGM-RTN.
           IF OT-PROGRAM (WS-PGM-IDX) = WS-SIGNON-PGM (WS-SP-IDX)
               MOVE 'Y' TO WS-SP-FOUND
           END-IF.

      **********************************************************
      *  360-EDIT-CTL-FLAGS-RTN - Proves each CTLMAINT file    *
      *              permission is Y, N or blank               *
      **********************************************************
       360-EDIT-CTL-FLAGS-RTN.
           INSPECT OT-CTL-FLAGS
               CONVERTING SO-LOWER-CASE TO SO-UPPER-CASE.
           PERFORM 365-EDIT-ONE-FLAG-RTN
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 7.

      **********************************************************
      *  365-EDIT-ONE-FLAG-RTN - Edits one file permission     *
      **********************************************************
       365-EDIT-ONE-FLAG-RTN.
           IF OT-CTL-FILE-FLAG (WS-CTL-IDX) NOT = 'Y'
              AND OT-CTL-FILE-FLAG (WS-CTL-IDX) NOT = 'N'
              AND OT-CTL-FILE-FLAG (WS-CTL-IDX) NOT = SPACE
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'FILE PERMISSION NOT Y OR N' TO WS-RESULT
           END-IF.

      **********************************************************
      *  370-MOVE-PROGRAMS-RTN - Replaces the operator's       *
      *              allowed programs with those keyed         *
      **********************************************************
       370-MOVE-PROGRAMS-RTN.
           PERFORM 375-MOVE-ONE-PROGRAM-RTN
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > 6.

      **********************************************************
      *  375-MOVE-ONE-PROGRAM-RTN - Moves one allowed program  *
      **********************************************************
       375-MOVE-ONE-PROGRAM-RTN.
           MOVE OT-PROGRAM (WS-PGM-IDX) TO OP-PROGRAM (WS-PGM-IDX).

      **********************************************************
      *  380-MOVE-CTL-FLAGS-RTN - Replaces the operator's      *
      *              CTLMAINT file permissions with those      *
      *              keyed, a blank taken as N                 *
      **********************************************************
       380-MOVE-CTL-FLAGS-RTN.
           PERFORM 385-MOVE-ONE-FLAG-RTN
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > 7.

      **********************************************************
      *  385-MOVE-ONE-FLAG-RTN - Moves one file permission     *
      **********************************************************
       385-MOVE-ONE-FLAG-RTN.
           IF OT-CTL-FILE-FLAG (WS-CTL-IDX) = 'Y'
               MOVE 'Y' TO OP-CTL-FILE-FLAG (WS-CTL-IDX)
           ELSE
               MOVE 'N' TO OP-CTL-FILE-FLAG (WS-CTL-IDX)
           END-IF.

      **********************************************************
      *  390-SCRAMBLE-PASSWORD-RTN - Upper-cases and scrambles *
      *              the keyed password exactly as the sign-on *
      *              screen does, and stamps the date it was   *
      *              set                                       *
      **********************************************************
       390-SCRAMBLE-PASSWORD-RTN.
           MOVE OT-PASSWORD TO SO-PASSWORD.
           INSPECT SO-PASSWORD
               CONVERTING SO-LOWER-CASE TO SO-UPPER-CASE.
           INSPECT SO-PASSWORD
               CONVERTING SO-CLEAR-CHARS TO SO-SCRAMBLE-CHARS.
           MOVE SO-PASSWORD TO OP-PASSWORD.
           MOVE SPACES TO SO-PASSWORD.
           MOVE WS-RUN-DATE TO OP-PASSWORD-DATE.

      **********************************************************
      *  400-CHANGE-OPERATOR-RTN - Changes the fields keyed;   *
      *              a blank name, a blank program list or a   *
      *              blank permission list leaves that part of *
      *              the record as it is                       *
      **********************************************************
       400-CHANGE-OPERATOR-RTN.
           PERFORM 350-EDIT-PROGRAMS-RTN.
           IF WS-TRANS-IS-VALID
               PERFORM 360-EDIT-CTL-FLAGS-RTN
           END-IF.

           IF WS-TRANS-IS-VALID
               IF OT-NAME NOT = SPACES
                   MOVE OT-NAME TO OP-NAME
               END-IF
               IF WS-PGM-COUNT > ZERO
                   PERFORM 370-MOVE-PROGRAMS-RTN
               END-IF
               IF OT-CTL-FLAGS NOT = SPACES
                   PERFORM 380-MOVE-CTL-FLAGS-RTN
               END-IF
               PERFORM 750-REWRITE-OPERATOR-RTN
               IF WS-TRANS-IS-VALID
                   MOVE 'CHANGED' TO WS-RESULT
               END-IF
           END-IF.

      **********************************************************
      *  500-SET-PASSWORD-RTN - Sets a new password.  A reset  *
      *              clears the failed count and lifts a       *
      *              lockout, but never reactivates an         *
      *              inactive operator.                        *
      **********************************************************
       500-SET-PASSWORD-RTN.
           IF OT-PASSWORD = SPACES
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'PASSWORD MISSING' TO WS-RESULT
           ELSE
               PERFORM 390-SCRAMBLE-PASSWORD-RTN
               MOVE ZERO TO OP-FAILED-COUNT
               IF OP-LOCKED-OUT
                   MOVE 'A' TO OP-STATUS
               END-IF
               PERFORM 750-REWRITE-OPERATOR-RTN
               IF WS-TRANS-IS-VALID
                   MOVE 'PASSWORD SET' TO WS-RESULT
               END-IF
           END-IF.

      **********************************************************
      *  600-UNLOCK-OPERATOR-RTN - Lifts a lockout and clears  *
      *              the failed count                          *
      **********************************************************
       600-UNLOCK-OPERATOR-RTN.
           IF NOT OP-LOCKED-OUT
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'OPERATOR NOT LOCKED OUT' TO WS-RESULT
           ELSE
               MOVE 'A' TO OP-STATUS
               MOVE ZERO TO OP-FAILED-COUNT
               PERFORM 750-REWRITE-OPERATOR-RTN
               IF WS-TRANS-IS-VALID
                   MOVE 'UNLOCKED' TO WS-RESULT
               END-IF
           END-IF.

      **********************************************************
      *  700-DEACTIVATE-OPERATOR-RTN - Deactivates an operator *
      *              so no sign-on is accepted again           *
      **********************************************************
       700-DEACTIVATE-OPERATOR-RTN.
           IF OP-INACTIVE
               MOVE 'N' TO WS-TRANS-VALID
               MOVE 'OPERATOR ALREADY INACTIVE' TO WS-RESULT
           ELSE
               MOVE 'I' TO OP-STATUS
               PERFORM 750-REWRITE-OPERATOR-RTN
               IF WS-TRANS-IS-VALID
                   MOVE 'DEACTIVATED' TO WS-RESULT
               END-IF
           END-IF.

      **********************************************************
      *  750-REWRITE-OPERATOR-RTN - Rewrites the operator just *
      *              changed                                   *
      **********************************************************
       750-REWRITE-OPERATOR-RTN.
           REWRITE OPERATOR-REC
               INVALID KEY
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'OPERATOR MASTER NOT REWRITTEN'
                       TO WS-RESULT
           END-REWRITE.

      **********************************************************
      *  800-INITIALIZATION-RTN - Opens the files, creating    *
      *              the operator master the first time, and   *
      *              prints the headings.  A master that will  *
      *              not open stops the run before any         *
      *              transaction is read.                      *
      **********************************************************
       800-INITIALIZATION-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'BATCH' TO SO-OPERATOR-ID.
           MOVE 'OPERMNT' TO SO-PROGRAM-NAME.

           OPEN INPUT OPER-TRANS-FILE
                OUTPUT OPER-REPORT-FILE.
           IF NOT WS-TRANS-OK
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-IF.

           OPEN I-O OPERATOR-MASTER-FILE.
           IF SO-OPER-STATUS = '35'
               OPEN OUTPUT OPERATOR-MASTER-FILE
               CLOSE OPERATOR-MASTER-FILE
               OPEN I-O OPERATOR-MASTER-FILE
           END-IF.

           MOVE WS-RUN-DATE TO HL-RUN-DATE.
           WRITE OPER-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE.
           WRITE OPER-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO OPER-REPORT-REC.
           WRITE OPER-REPORT-REC.

           IF SO-OPER-OK
               MOVE 'Y' TO WS-MASTER-OPEN
           ELSE
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               DISPLAY 'OPERMNT - OPERATOR MASTER NOT AVAILABLE, '
                   'STATUS ' SO-OPER-STATUS
               MOVE SPACES TO DL-OUT-ACTION
                              DL-OUT-OPERATOR-ID
                              DL-OUT-NAME
               MOVE 'OPERATOR MASTER NOT AVAILABLE' TO DL-OUT-RESULT
               WRITE OPER-REPORT-REC FROM DL-TRANS-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 99 TO RETURN-CODE
           END-IF.

      **********************************************************
      *  850-WRITE-SECURITY-LOG-RTN - Appends one event to the *
      *              security log, creating the log the first  *
      *              time it is ever written                   *
      **********************************************************
       850-WRITE-SECURITY-LOG-RTN.
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
      *  900-END-OF-JOB-RTN - Prints the transaction counts,   *
      *              closes the files and empties the          *
      *              transaction file once the master has      *
      *              taken it                                  *
      **********************************************************
       900-END-OF-JOB-RTN.
           MOVE 'TRANSACTIONS READ' TO TL-OUT-LABEL.
           MOVE WS-TRANS-READ TO TL-OUT-COUNT.
           WRITE OPER-REPORT-REC FROM TL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'TRANSACTIONS APPLIED' TO TL-OUT-LABEL.
           MOVE WS-TRANS-APPLIED TO TL-OUT-COUNT.
           WRITE OPER-REPORT-REC FROM TL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REJECTED' TO TL-OUT-LABEL.
           MOVE WS-TRANS-REJECTED TO TL-OUT-COUNT.
           WRITE OPER-REPORT-REC FROM TL-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE OPER-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

           CLOSE OPER-REPORT-FILE.
           IF WS-MASTER-IS-OPEN
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           IF WS-TRANS-OK OR WS-TRANS-STATUS = '10'
               CLOSE OPER-TRANS-FILE
               IF WS-MASTER-IS-OPEN
                   OPEN OUTPUT OPER-TRANS-FILE
                   CLOSE OPER-TRANS-FILE
               END-IF
           END-IF.
