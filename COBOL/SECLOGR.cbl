       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECLOGR.
      ************************************************************
      *  SECLOGR  -  Daily operator access report.  Reads the    *
      *              shared security log SECLOG.DAT that the     *
      *              sign-on screens of CTLMAINT, CH10PPI,       *
      *              PROJECT1 and PROJECT3, and OPERMNT, append  *
      *              to, and prints every event for one day in   *
      *              log order: sign-ons and sign-offs,          *
      *              refusals, lockouts, inquiries, and each     *
      *              control-file or operator-master change      *
      *              with its value before and after.  The day   *
      *              is the date in SECLOGR.CTL (YYYYMMDD); a    *
      *              missing or blank card reports today.  The   *
      *              report closes with the count of each event  *
      *              and every operator the master still holds   *
      *              locked out.                                 *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\SECLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SO-LOG-STATUS.

           SELECT REPORT-DATE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\SECLOGR.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\OPERMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS SO-OPER-STATUS.

           SELECT ACCESS-REPORT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\SECLOG.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-REC.
           COPY SECLOG.

       FD  REPORT-DATE-FILE.
       01  REPORT-DATE-REC             PIC X(8).

       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-REC.
           COPY OPERREC.

       FD  ACCESS-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCESS-REPORT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  WS-CTL-STATUS           PIC XX       VALUE ZEROS.
               88  WS-CTL-OK                        VALUE '00'.
           05  WS-REPORT-DATE          PIC X(8)     VALUE SPACES.

           05  WS-LINE-CTR             PIC 99       VALUE 99.
           05  WS-PAGE-CTR             PIC 9(3)     VALUE ZEROS.

           05  WS-EVENTS-PRINTED       PIC 9(5)     VALUE ZEROS.
           05  WS-SIGNON-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-SIGNOFF-CTR          PIC 9(5)     VALUE ZEROS.
           05  WS-REFUSED-CTR          PIC 9(5)     VALUE ZEROS.
           05  WS-LOCKOUT-CTR          PIC 9(5)     VALUE ZEROS.
           05  WS-INQUIRY-CTR          PIC 9(5)     VALUE ZEROS.
           05  WS-CHANGE-CTR           PIC 9(5)     VALUE ZEROS.
           05  WS-MAINT-CTR            PIC 9(5)     VALUE ZEROS.
           05  WS-LOCKED-CTR           PIC 9(5)     VALUE ZEROS.

           COPY SIGNONWS.

       01  HL-HEADING1.
           05                          PIC X(15)    VALUE SPACES.
           05                          PIC X(30)
              VALUE 'DAILY OPERATOR ACCESS REPORT'.
           05                          PIC X(5)     VALUE SPACES.
           05  HL-OUT-DATE             PIC 9999/99/99.
           05                          PIC X(8)     VALUE SPACES.
           05                          PIC X(5)     VALUE 'PAGE '.
           05  HL-OUT-PAGE             PIC ZZ9.

       01  HL-HEADING2.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)
               VALUE 'TIME'.
           05                          PIC X(10)
               VALUE 'OPERATOR'.
           05                          PIC X(10)
               VALUE 'PROGRAM'.
           05                          PIC X(10)
               VALUE 'EVENT'.
           05                          PIC X(30)
               VALUE 'DETAIL'.

       01  DL-EVENT-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-TIME             PIC 99B99B99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-OPERATOR-ID      PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-PROGRAM          PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-EVENT            PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-DETAIL           PIC X(30).

       01  DL-CHANGE-LINE.
           05                          PIC X(22)    VALUE SPACES.
           05                          PIC X(8)     VALUE 'BEFORE '.
           05  DL-OUT-BEFORE           PIC X(20).
           05                          PIC X(1)     VALUE SPACES.
           05                          PIC X(7)     VALUE 'AFTER '.
           05  DL-OUT-AFTER            PIC X(20).

       01  HL-NO-EVENTS-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(30)
               VALUE 'NO EVENTS LOGGED FOR THE DAY'.

       01  HL-LOCKED-HEADING.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(40)
               VALUE 'OPERATORS LOCKED OUT'.

       01  DL-LOCKED-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-LOCKED-ID        PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-LOCKED-NAME      PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(14)
               VALUE 'LAST SIGN-ON '.
           05  DL-OUT-LAST-SIGNON      PIC X(14).

       01  HL-NO-MASTER-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(30)
               VALUE 'OPERATOR MASTER NOT ON FILE'.

       01  DL-COUNT-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(26).
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
           PERFORM 150-READ-REPORT-DATE-RTN.

           OPEN INPUT SECURITY-LOG-FILE
                OUTPUT ACCESS-REPORT-FILE.
           IF NOT SO-LOG-OK
               MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-IF.

           PERFORM 300-HEADING-RTN.

           PERFORM UNTIL NO-MORE-RECORDS
               READ SECURITY-LOG-FILE
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     IF SL-TIMESTAMP (1:8) = WS-REPORT-DATE
                         PERFORM 200-PRINT-EVENT-RTN
                     END-IF
               END-READ
           END-PERFORM.

           IF WS-EVENTS-PRINTED = ZERO
               WRITE ACCESS-REPORT-REC FROM HL-NO-EVENTS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM 500-LIST-LOCKED-OUT-RTN.
           PERFORM 700-END-PROGRAM-RTN.

           IF SO-LOG-OK OR SO-LOG-STATUS = '10'
               CLOSE SECURITY-LOG-FILE
           END-IF.
           CLOSE ACCESS-REPORT-FILE.

           STOP RUN.

      **********************************************************
      *  150-READ-REPORT-DATE-RTN - Takes the day to report    *
      *              from SECLOGR.CTL; a missing, blank or     *
      *              non-numeric card reports today            *
      **********************************************************
       150-READ-REPORT-DATE-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE.
           OPEN INPUT REPORT-DATE-FILE.
           IF WS-CTL-OK
               READ REPORT-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REPORT-DATE-REC IS NUMERIC
                           MOVE REPORT-DATE-REC TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE REPORT-DATE-FILE
           END-IF.

      **********************************************************
      *  200-PRINT-EVENT-RTN - Performed from 100-MAIN-MODULE  *
      *              for each event logged on the report day.  *
      *              Counts the event by type and prints it; a *
      *              change prints a second line with its      *
      *              value before and after.                   *
      **********************************************************
       200-PRINT-EVENT-RTN.
           EVALUATE TRUE
               WHEN SL-SIGNON
                   ADD 1 TO WS-SIGNON-CTR
               WHEN SL-SIGNOFF
                   ADD 1 TO WS-SIGNOFF-CTR
               WHEN SL-REFUSED
                   ADD 1 TO WS-REFUSED-CTR
               WHEN SL-LOCKOUT
                   ADD 1 TO WS-LOCKOUT-CTR
               WHEN SL-INQUIRY
                   ADD 1 TO WS-INQUIRY-CTR
               WHEN SL-CHANGE
                   ADD 1 TO WS-CHANGE-CTR
               WHEN SL-MAINT
                   ADD 1 TO WS-MAINT-CTR
           END-EVALUATE.

           IF WS-LINE-CTR > 50
               PERFORM 300-HEADING-RTN
           END-IF.

           MOVE SL-TIMESTAMP (9:6) TO DL-OUT-TIME.
           MOVE SL-OPERATOR-ID TO DL-OUT-OPERATOR-ID.
           MOVE SL-PROGRAM TO DL-OUT-PROGRAM.
           MOVE SL-EVENT TO DL-OUT-EVENT.
           MOVE SL-DETAIL TO DL-OUT-DETAIL.
           WRITE ACCESS-REPORT-REC FROM DL-EVENT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-CTR.
           ADD 1 TO WS-EVENTS-PRINTED.

           IF SL-CHANGE OR SL-MAINT
               MOVE SL-BEFORE TO DL-OUT-BEFORE
               MOVE SL-AFTER TO DL-OUT-AFTER
               WRITE ACCESS-REPORT-REC FROM DL-CHANGE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-CTR
           END-IF.

      **********************************************************
      *  300-HEADING-RTN - Prints the page headings, with the  *
      *              report day and page number                *
      **********************************************************
       300-HEADING-RTN.
           ADD 1 TO WS-PAGE-CTR.
           MOVE WS-PAGE-CTR TO HL-OUT-PAGE.
           MOVE WS-REPORT-DATE TO HL-OUT-DATE.
           WRITE ACCESS-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE.
           WRITE ACCESS-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ACCESS-REPORT-REC.
           WRITE ACCESS-REPORT-REC.
           MOVE ZEROS TO WS-LINE-CTR.

      **********************************************************
      *  500-LIST-LOCKED-OUT-RTN - Performed from 100-MAIN-    *
      *              MODULE, lists every operator the master   *
      *              still holds locked out, whatever day the  *
      *              lockout happened                          *
      **********************************************************
       500-LIST-LOCKED-OUT-RTN.
           WRITE ACCESS-REPORT-REC FROM HL-LOCKED-HEADING
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO ACCESS-REPORT-REC.
           WRITE ACCESS-REPORT-REC.

           OPEN INPUT OPERATOR-MASTER-FILE.
           IF NOT SO-OPER-OK
               WRITE ACCESS-REPORT-REC FROM HL-NO-MASTER-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM UNTIL NO-MORE-RECORDS
                   READ OPERATOR-MASTER-FILE
                       AT END
                           MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                       NOT AT END
                           IF OP-LOCKED-OUT
                               PERFORM 550-PRINT-LOCKED-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

      **********************************************************
      *  550-PRINT-LOCKED-RTN - Prints one locked-out operator *
      **********************************************************
       550-PRINT-LOCKED-RTN.
           ADD 1 TO WS-LOCKED-CTR.
           MOVE OP-OPERATOR-ID TO DL-OUT-LOCKED-ID.
           MOVE OP-NAME TO DL-OUT-LOCKED-NAME.
           MOVE OP-LAST-SIGNON TO DL-OUT-LAST-SIGNON.
           WRITE ACCESS-REPORT-REC FROM DL-LOCKED-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE, *
      *              prints the count of each event type for   *
      *              the day and of operators locked out       *
      **********************************************************
       700-END-PROGRAM-RTN.
           MOVE SPACES TO ACCESS-REPORT-REC
           WRITE ACCESS-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE 'SIGN-ONS                  ' TO DL-OUT-LABEL
           MOVE WS-SIGNON-CTR TO DL-OUT-COUNT
           WRITE ACCESS-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'SIGN-OFFS                 ' TO DL-OUT-LABEL
           MOVE WS-SIGNOFF-CTR TO DL-OUT-COUNT
           WRITE ACCESS-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'REFUSALS                  ' TO DL-OUT-LABEL
           MOVE WS-REFUSED-CTR TO DL-OUT-COUNT
           WRITE ACCESS-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'LOCKOUTS                  ' TO DL-OUT-LABEL
           MOVE WS-LOCKOUT-CTR TO DL-OUT-COUNT
           WRITE ACCESS-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'INQUIRIES                 ' TO DL-OUT-LABEL
           MOVE WS-INQUIRY-CTR TO DL-OUT-COUNT
           WRITE ACCESS-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'CONTROL FILE CHANGES      ' TO DL-OUT-LABEL
           MOVE WS-CHANGE-CTR TO DL-OUT-COUNT
           WRITE ACCESS-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'OPERATOR MASTER CHANGES   ' TO DL-OUT-LABEL
           MOVE WS-MAINT-CTR TO DL-OUT-COUNT
           WRITE ACCESS-REPORT-REC FROM DL-COUNT-LINE
           MOVE 'OPERATORS LOCKED OUT      ' TO DL-OUT-LABEL
           MOVE WS-LOCKED-CTR TO DL-OUT-COUNT
           WRITE ACCESS-REPORT-REC FROM DL-COUNT-LINE

           WRITE ACCESS-REPORT-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.
