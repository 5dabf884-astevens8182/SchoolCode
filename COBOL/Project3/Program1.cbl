                   "W:\CIS 253\Projects\PROJECT3\PROJECT3L.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS SO-OPER-STATUS.
           SELECT SECURITY-LOG-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SO-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE
          05 CT-TIER2-BASE                  PIC 9(6).
          05 CT-TIER3-BASE                  PIC 9(6).

       FD OPERATOR-MASTER-FILE.
       01 OPERATOR-REC.
          COPY OPERREC.

       FD SECURITY-LOG-FILE.
       01 SECURITY-LOG-REC.
          COPY SECLOG.

       WORKING-STORAGE SECTION. 
       01 WORK-AREAS.
           05 MORE-HOUSES                              PIC X.

       COPY LOANCTL.

       COPY SIGNONWS.

       01 AUDIT-DETAIL-LINE.
           05 AUD-BORROW-AMOUNT                        PIC $$$$$,$$9.
           05                                           PIC X(2)
              VALUE SPACES.
           05 AUD-RESULT                               PIC X(40).
       SCREEN SECTION.
       01 SIGN-ON-SCREEN.
           05 BLANK SCREEN
              FOREGROUND-COLOR  12
              BACKGROUND-COLOR 15.
           05 LINE 2 COLUMN 3 VALUE
              "HOME LOAN CALCULATOR - OPERATOR SIGN-ON".
           05 LINE 4 COLUMN 3 VALUE "OPERATOR ID: ".
           05 COLUMN 17 PIC X(8) TO SO-OPERATOR-ID.
           05 LINE 5 COLUMN 3 VALUE "PASSWORD:    ".
           05 COLUMN 17 PIC X(8) TO SO-PASSWORD SECURE.
           05 LINE 7 COLUMN 3 PIC X(30) FROM SO-REASON.
       01 SIGN-ON-ENDED-SCREEN.
           05 LINE 7 COLUMN 3 PIC X(30) FROM SO-REASON.
           05 LINE 9 COLUMN 3 VALUE
              "SIGN-ON REFUSED - SESSION ENDED".
       01 MODE-SELECT-SCREEN.
           05 BLANK SCREEN
              FOREGROUND-COLOR  12

       PROCEDURE DIVISION.
        000-MAIN-MODUEL.
           MOVE "PROJECT3" TO SO-PROGRAM-NAME.
           PERFORM 020-SIGN-ON-RTN.
           PERFORM 815-OPEN-AUDIT-FILE-RTN.
           PERFORM 810-READ-LOAN-LIMITS-RTN.
              PERFORM 200-PROCESS-MODUEL
            UNTIL MORE-HOUSES =  "N" OR "n"
           CLOSE AUDIT-FILE.
           PERFORM 980-SIGN-OFF-RTN.
           STOP run. 

       020-SIGN-ON-RTN.
           MOVE ZEROS TO SO-TRIES.
           MOVE "N" TO SO-RESULT.
           MOVE SPACES TO SO-REASON.
           PERFORM 025-SIGN-ON-ATTEMPT-RTN
               UNTIL SO-SIGNED-ON
                  OR SO-LOCKED-OUT
                  OR SO-TRIES NOT < SO-MAX-TRIES.
           IF NOT SO-SIGNED-ON
               DISPLAY SIGN-ON-ENDED-SCREEN
               STOP RUN
           END-IF.

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
           MOVE "REFUSED" TO SO-LOG-EVENT.
           OPEN I-O OPERATOR-MASTER-FILE.
           IF NOT SO-OPER-OK
               MOVE "R" TO SO-RESULT
               MOVE "OPERATOR MASTER NOT AVAILABLE" TO SO-REASON
               MOVE SO-MAX-TRIES TO SO-TRIES
           ELSE
               MOVE SO-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE "R" TO SO-RESULT
                       MOVE "OPERATOR ID NOT ON FILE" TO SO-REASON
                   NOT INVALID KEY
                       PERFORM 030-CHECK-OPERATOR-RTN
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           IF NOT SO-SIGNED-ON
               MOVE SO-REASON TO SO-LOG-DETAIL
           END-IF.
           PERFORM 040-WRITE-SECURITY-LOG-RTN.

       030-CHECK-OPERATOR-RTN.
           EVALUATE TRUE
               WHEN OP-LOCKED-OUT
                   MOVE "L" TO SO-RESULT
                   MOVE "OPERATOR IS LOCKED OUT" TO SO-REASON
               WHEN NOT OP-ACTIVE
                   MOVE "R" TO SO-RESULT
                   MOVE "OPERATOR IS NOT ACTIVE" TO SO-REASON
               WHEN OP-PASSWORD NOT = SO-PASSWORD
                   ADD 1 TO OP-FAILED-COUNT
                   IF OP-FAILED-COUNT NOT < SO-LOCKOUT-LIMIT
                       MOVE "L" TO OP-STATUS
                       MOVE "L" TO SO-RESULT
                       MOVE "LOCKOUT" TO SO-LOG-EVENT
                       MOVE "TOO MANY FAILURES - LOCKED OUT"
                           TO SO-REASON
                   ELSE
                       MOVE "R" TO SO-RESULT
                       MOVE "PASSWORD NOT VALID" TO SO-REASON
                   END-IF
                   REWRITE OPERATOR-REC
               WHEN OTHER
                   PERFORM 035-CHECK-PROGRAM-RTN
           END-EVALUATE.

       035-CHECK-PROGRAM-RTN.
           MOVE ZERO TO OP-FAILED-COUNT.
           MOVE "N" TO SO-PGM-FOUND.
           PERFORM 037-MATCH-PROGRAM-RTN
               VARYING SO-PGM-IDX FROM 1 BY 1
               UNTIL SO-PGM-IDX > 6.
           IF SO-PGM-IS-FOUND
               MOVE "Y" TO SO-RESULT
               MOVE "SIGNON" TO SO-LOG-EVENT
               MOVE OP-NAME TO SO-LOG-DETAIL
               MOVE FUNCTION CURRENT-DATE(1:14) TO OP-LAST-SIGNON
           ELSE
               MOVE "R" TO SO-RESULT
               MOVE "NOT AUTHORIZED FOR PROGRAM" TO SO-REASON
           END-IF.
           REWRITE OPERATOR-REC.

       037-MATCH-PROGRAM-RTN.
           IF OP-PROGRAM (SO-PGM-IDX) = SO-PROGRAM-NAME
               MOVE "Y" TO SO-PGM-FOUND
           END-IF.

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

       200-PROCESS-MODUEL.
           DISPLAY MODE-SELECT-SCREEN.
           ACCEPT MODE-SELECT-SCREEN.
           MOVE DOWN-PAY TO AUD-DOWN-PAY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           WRITE AUDIT-REC FROM AUDIT-DETAIL-LINE.
           MOVE "INQUIRY" TO SO-LOG-EVENT.
           MOVE AUD-RESULT TO SO-LOG-DETAIL.
           PERFORM 040-WRITE-SECURITY-LOG-RTN.

       400-REFINANCE-MODUEL.
           ADD REFI-BALANCE REFI-CASH-OUT GIVING REFI-NEW-LOAN.
           MOVE ZEROS TO AUD-DOWN-PAY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP.
           WRITE AUDIT-REC FROM AUDIT-DETAIL-LINE.
           MOVE "INQUIRY" TO SO-LOG-EVENT.
           MOVE AUD-RESULT TO SO-LOG-DETAIL.
           PERFORM 040-WRITE-SECURITY-LOG-RTN.

       815-OPEN-AUDIT-FILE-RTN.
           OPEN EXTEND AUDIT-FILE.
               END-READ
               CLOSE LOAN-LIMIT-FILE
           END-IF.

       980-SIGN-OFF-RTN.
           MOVE "SIGNOFF" TO SO-LOG-EVENT.
           PERFORM 040-WRITE-SECURITY-LOG-RTN.
       
           
     
