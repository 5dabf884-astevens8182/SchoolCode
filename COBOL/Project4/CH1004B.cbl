       IDENTIFICATION DIVISION.
       PROGRAM-ID. CH1004B.
      ************************************************************
      *  CH1004B  -  End-of-term tuition billing.  Reads the     *
      *              term's clean course detail CH1004E.DAT,     *
      *              sorts it into student order, totals each    *
      *              student's enrolled credit hours, and prices *
      *              them at the per-hour rate for the student's *
      *              SCHOOL-IN from the tuition rate table       *
      *              CH1004R.CTL.  Each charge is appended to    *
      *              the receivables transaction file CH0601.DAT *
      *              as a type U purchase dated the run month,   *
      *              so tuition passes PROJECT2E, posts through  *
      *              PROJECT2 and prints on the PROJECT2S        *
      *              statement like any other customer charge.   *
      *              Every course in the detail is billed - an   *
      *              F is paid for the same as an A.             *
      *                                                          *
      *  A student already linked to a customer number on the    *
      *  student-to-customer link file CH0601SL.DAT is billed    *
      *  under that customer's name from the balance master (a   *
      *  number the PROJECT2Y merge retired bills the survivor). *
      *  A student with no link is set up as a new customer: a   *
      *  twelve-character customer name is formed from NAME-IN,  *
      *  keyed first name first - first and middle initials and  *
      *  the last word as the last name - and a new-customer     *
      *  request carrying the SSN is appended to CH0601N.DAT.    *
      *  PROJECT2N assigns the number and writes the link, so    *
      *  it must run before PROJECT2E picks up the charge.  A    *
      *  formed name already on the cross-reference, or formed   *
      *  twice in one run, is rejected for hand set-up so two    *
      *  people can never share an account.  So is every new     *
      *  customer past the 500 names one run can check.          *
      *                                                          *
      *  Each term bills once: the term identifier from          *
      *  CH1004Y.CTL is logged to CH1004BT.DAT when the run      *
      *  bills anyone, and a second run for a logged term stops  *
      *  on the console before anything is written.  The         *
      *  billing register CH1004B.RPT shows hours, rate and      *
      *  charge per student, the rejects with their reasons,     *
      *  and totals by school.  The reject count rides out as    *
      *  the return code.  Students are listed by ID with the    *
      *  SSN masked to its last four digits.                     *
      *                                                          *
      *  CH1004R.CTL, one 5-character record per school:         *
      *      1     school code  (1 business, 2 arts,             *
      *                          3 engineering)                  *
      *      2-5   rate per credit hour, whole dollars 9(4)      *
      *  A school with no rate record is not billed.             *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004E.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004B.SRT".

           SELECT GRADE-SORTED-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004BW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-MASTER-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOC-SEC-NO-IN
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RATE-CTL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004R.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT TERM-CTL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004Y.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-CTL-STATUS.

           SELECT BILLED-TERM-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004BT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLED-STATUS.

           SELECT BILLING-REPORT-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT4INFO\CH1004B.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-LINK-FILE
               ASSIGN TO
                  "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601SL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-SOC-SEC-NO
               FILE STATUS IS WS-LINK-STATUS.

           SELECT BAL-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601B.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-CUST-NO
               FILE STATUS IS WS-BAL-STATUS.

           SELECT XREF-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601X.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-CUST-NAME
               FILE STATUS IS WS-XREF-STATUS.

           SELECT CUST-TRANS-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT NEW-CUST-FILE
               ASSIGN TO
                   "W:\CIS 253\Projects\CIS253PROJECT2INFO\CH0601N.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  GRADE-REC                   PIC X(20).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  SORT-WORK-REC.
           05  SW-SOC-SEC-NO           PIC X(9).
           05  SW-COURSE-ID            PIC X(8).
           05  SW-CREDIT-HOURS         PIC 9(2).
           05  SW-LETTER-GRADE         PIC X(1).

       FD  GRADE-SORTED-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  GRADE-SORTED-REC.
           05  GS-SOC-SEC-NO           PIC X(9).
           05  GS-COURSE-ID            PIC X(8).
           05  GS-CREDIT-HOURS         PIC 9(2).
           05  GS-LETTER-GRADE         PIC X(1).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-REC.
           COPY STUREC.

       FD  RATE-CTL-FILE
           RECORD CONTAINS 5 CHARACTERS.
       01  RATE-CTL-REC.
           05  RC-SCHOOL               PIC X(1).
           05  RC-HOUR-RATE            PIC 9(4).

       FD  TERM-CTL-FILE.
       01  TERM-CTL-REC                PIC X(6).

       FD  BILLED-TERM-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  BILLED-TERM-REC.
           05  BT-TERM-ID              PIC X(6).
           05  BT-RUN-DATE             PIC X(8).
           05  BT-STUDENT-COUNT        PIC 9(5).
           05  BT-TOTAL-CHARGES        PIC 9(8).

       FD  BILLING-REPORT-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  BILLING-REPORT-REC          PIC X(90).

       FD  STUDENT-LINK-FILE.
       01  STUDENT-LINK-REC.
           COPY STULINK.

       FD  BAL-FILE.
       01  BAL-RECORD.
           COPY BALREC.

       FD  XREF-FILE.
       01  XREF-RECORD.
           COPY XREFREC.

       FD  CUST-TRANS-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  CUST-TRANS-REC.
           05  TT-CUST-NAME            PIC X(12).
           05  TT-MONTH                PIC X(2).
           05  TT-YEAR                 PIC X(4).
           05  TT-AMOUNT               PIC 9(6).
           05  TT-TRANS-TYPE           PIC X(1).
           05  TT-ITEM-REF             PIC X(5).
           05                          PIC X(3).

       FD  NEW-CUST-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  NEW-CUST-REC.
           05  NC-CUST-NAME            PIC X(12).
           05  NC-STUDENT-SSN          PIC X(9).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
               88  MORE-RECORDS                     VALUE 'YES'.
               88  NO-MORE-RECORDS                  VALUE 'NO '.

           05  FIRST-RECORD            PIC X(3)     VALUE 'YES'.

           05  WS-MASTER-STATUS        PIC XX       VALUE ZEROS.
               88  WS-MASTER-OK                     VALUE '00'.
           05  WS-RATE-STATUS          PIC XX       VALUE ZEROS.
               88  WS-RATE-OK                       VALUE '00'.
           05  WS-TERM-CTL-STATUS      PIC XX       VALUE ZEROS.
               88  WS-TERM-CTL-OK                   VALUE '00'.
           05  WS-BILLED-STATUS        PIC XX       VALUE ZEROS.
               88  WS-BILLED-OK                     VALUE '00'.
               88  WS-BILLED-DOES-NOT-EXIST         VALUE '35'.
           05  WS-LINK-STATUS          PIC XX       VALUE ZEROS.
               88  WS-LINK-OK                       VALUE '00'.
           05  WS-BAL-STATUS           PIC XX       VALUE ZEROS.
               88  WS-BAL-OK                        VALUE '00'.
           05  WS-XREF-STATUS          PIC XX       VALUE ZEROS.
               88  WS-XREF-OK                       VALUE '00'.
           05  WS-TRANS-STATUS         PIC XX       VALUE ZEROS.
               88  WS-TRANS-DOES-NOT-EXIST          VALUE '35'.
           05  WS-NEW-CUST-STATUS      PIC XX       VALUE ZEROS.
               88  WS-NEW-CUST-DOES-NOT-EXIST       VALUE '35'.

           COPY SSNMASK.

           05  WS-LINK-PRESENT         PIC X        VALUE 'Y'.
               88  WS-LINK-IS-PRESENT               VALUE 'Y'.
           05  WS-BAL-PRESENT          PIC X        VALUE 'Y'.
               88  WS-BAL-IS-PRESENT                VALUE 'Y'.
           05  WS-XREF-PRESENT         PIC X        VALUE 'Y'.
               88  WS-XREF-IS-PRESENT               VALUE 'Y'.
           05  WS-LINK-FOUND           PIC X        VALUE 'N'.
               88  WS-LINK-IS-FOUND                 VALUE 'Y'.
           05  WS-BAL-FOUND            PIC X        VALUE 'N'.
               88  WS-BAL-IS-FOUND                  VALUE 'Y'.
           05  WS-TERM-BILLED          PIC X        VALUE 'N'.
               88  WS-TERM-IS-BILLED                VALUE 'Y'.

           05  WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC X(4).
               10  WS-RUN-MONTH        PIC X(2).
               10  WS-RUN-DAY          PIC X(2).
           05  WS-TERM-ID              PIC X(6)     VALUE SPACES.
           05  WS-BILLED-ON            PIC X(8)     VALUE SPACES.

           05  WS-SSN-HOLD             PIC X(9)     VALUE SPACES.
           05  WS-TERM-HOURS           PIC 9(3)     VALUE ZEROS.
           05  WS-HOUR-RATE            PIC 9(4)     VALUE ZEROS.
           05  WS-CHARGE               PIC 9(6)     VALUE ZEROS.
           05  WS-SCHOOL-IDX           PIC 9        VALUE ZEROS.
           05  WS-REJECT-REASON        PIC X(40)    VALUE SPACES.
           05  WS-BILL-NAME            PIC X(12)    VALUE SPACES.
           05  WS-BILL-CUST-NO         PIC X(5)     VALUE SPACES.

           05  WS-WORD-COUNT           PIC 9        VALUE ZEROS.
           05  WS-NAME-WORDS.
               10  WS-NAME-WORD        PIC X(21)    OCCURS 4 TIMES.
           05  WS-NEW-NAME.
               10  WS-NEW-NAME-FIRST   PIC X(1).
               10  WS-NEW-NAME-SECOND  PIC X(1).
               10  WS-NEW-NAME-LAST    PIC X(10).

           05  WS-STUDENT-CTR          PIC 9(4)     VALUE ZEROS.
           05  WS-BILLED-CTR           PIC 9(4)     VALUE ZEROS.
           05  WS-NEW-CUST-CTR         PIC 9(4)     VALUE ZEROS.
           05  WS-REJECT-CTR           PIC 9(4)     VALUE ZEROS.
           05  WS-BAD-HOURS-CTR        PIC 9(4)     VALUE ZEROS.
           05  WS-TOTAL-HOURS          PIC 9(6)     VALUE ZEROS.
           05  WS-TOTAL-CHARGES        PIC 9(8)     VALUE ZEROS.

      *    Rate per credit hour and the register totals for each
      *    school, subscripted by the SCHOOL-IN code.
       01  WS-SCHOOL-TABLE.
           05  WS-SCHOOL-ENTRY         OCCURS 3 TIMES.
               10  WS-SCHOOL-RATE      PIC 9(4).
               10  WS-SCHOOL-STUDENTS  PIC 9(4).
               10  WS-SCHOOL-HOURS     PIC 9(6).
               10  WS-SCHOOL-CHARGES   PIC 9(8).

      *    Customer names formed for new students this run, so
      *    two students forming the same name are both held.
       01  WS-NEW-NAME-TABLE.
           05  WS-NEW-NAME-COUNT       PIC 9(3)     VALUE ZEROS.
           05  WS-NEW-NAME-IDX         PIC 9(3)     VALUE ZEROS.
           05  WS-NEW-NAME-ENTRY       PIC X(12)    OCCURS 500 TIMES.

       01  HL-HEADING1.
           05                          PIC X(21)    VALUE SPACES.
           05                          PIC X(30)
              VALUE 'TUITION BILLING REGISTER'.
           05                          PIC X(5)
              VALUE 'TERM'.
           05  HL-OUT-TERM-ID          PIC X(6).

       01  HL-HEADING2.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(9)
               VALUE 'ID'.
           05                          PIC X(11)
               VALUE 'SSN'.
           05                          PIC X(23)
               VALUE 'STUDENT NAME'.
           05                          PIC X(4)
               VALUE 'SCH'.
           05                          PIC X(7)
               VALUE 'HOURS'.
           05                          PIC X(6)
               VALUE 'RATE'.
           05                          PIC X(9)
               VALUE ' CHARGE'.
           05                          PIC X(7)
               VALUE 'CUST'.
           05                          PIC X(10)
               VALUE 'BILLED AS'.

       01  DL-BILL-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-STUDENT-ID       PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SSN              PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-NAME             PIC X(21).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SCHOOL           PIC X(1).
           05                          PIC X(3)     VALUE SPACES.
           05  DL-OUT-HOURS            PIC ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RATE             PIC Z,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-CHARGE           PIC ZZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-CUST-NO          PIC X(5).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-BILL-NAME        PIC X(12).

       01  DL-REJECT-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RJ-STUDENT-ID    PIC Z(7).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RJ-SSN           PIC X(9).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RJ-NAME          PIC X(21).
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RJ-REASON        PIC X(40).

       01  DL-SCHOOL-HEADING.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(18)
               VALUE 'SCHOOL'.
           05                          PIC X(10)
               VALUE 'STUDENTS'.
           05                          PIC X(10)
               VALUE '   HOURS'.
           05                          PIC X(12)
               VALUE '    CHARGES'.

       01  DL-SCHOOL-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-SCHOOL-NAME      PIC X(18).
           05  DL-OUT-SCHOOL-STUDENTS  PIC Z,ZZ9.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-SCHOOL-HOURS     PIC ZZZ,ZZ9.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-SCHOOL-CHARGES   PIC ZZ,ZZZ,ZZ9.

       01  DL-SUMMARY-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  DL-OUT-LABEL            PIC X(28).
           05  DL-OUT-COUNT            PIC Z,ZZ9.

       PROCEDURE DIVISION.
      **********************************************************
      *  100-MAIN-MODULE - Controls direction of program logic *
      **********************************************************
       100-MAIN-MODULE.
           PERFORM 800-INITIALIZATION-RTN.

           PERFORM UNTIL NO-MORE-RECORDS
               READ GRADE-SORTED-FILE
                  AT END
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     PERFORM 400-PROCESS-COURSE-RTN
               END-READ
           END-PERFORM.

           IF FIRST-RECORD = 'NO '
               PERFORM 500-STUDENT-BREAK-RTN
           END-IF.

           PERFORM 700-END-PROGRAM-RTN.

           PERFORM 900-END-OF-JOB-RTN.

           MOVE WS-REJECT-CTR TO RETURN-CODE.

           STOP RUN.

      **********************************************************
      *  400-PROCESS-COURSE-RTN - Performed from 100-MAIN-     *
      *              MODULE, controls the student break and    *
      *              adds one course's credit hours to the     *
      *              student's enrolled hours                  *
      **********************************************************
       400-PROCESS-COURSE-RTN.
           EVALUATE TRUE
               WHEN FIRST-RECORD = 'YES'
                   MOVE GS-SOC-SEC-NO TO WS-SSN-HOLD
                   MOVE 'NO ' TO FIRST-RECORD
               WHEN GS-SOC-SEC-NO NOT = WS-SSN-HOLD
                   PERFORM 500-STUDENT-BREAK-RTN
                   MOVE GS-SOC-SEC-NO TO WS-SSN-HOLD
           END-EVALUATE.

           IF GS-CREDIT-HOURS IS NUMERIC
               ADD GS-CREDIT-HOURS TO WS-TERM-HOURS
           ELSE
               ADD 1 TO WS-BAD-HOURS-CTR
           END-IF.

      **********************************************************
      *  500-STUDENT-BREAK-RTN - Performed from 400-PROCESS-   *
      *              COURSE-RTN and 100-MAIN-MODULE when a     *
      *              student's courses are all in.  Finds the  *
      *              student on the master and prices the      *
      *              term's hours.                             *
      **********************************************************
       500-STUDENT-BREAK-RTN.
           ADD 1 TO WS-STUDENT-CTR.

           MOVE WS-SSN-HOLD TO SOC-SEC-NO-IN.
           IF WS-TERM-HOURS = ZERO
               MOVE SPACES TO NAME-IN
               MOVE ZEROS TO STUDENT-ID-IN
               MOVE 'NO CREDIT HOURS - NOT BILLED'
                   TO WS-REJECT-REASON
               PERFORM 590-WRITE-REJECT-RTN
           ELSE
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO NAME-IN
                       MOVE ZEROS TO STUDENT-ID-IN
                       MOVE 'STUDENT NOT ON MASTER FILE'
                           TO WS-REJECT-REASON
                       PERFORM 590-WRITE-REJECT-RTN
                   NOT INVALID KEY
                       PERFORM 520-PRICE-STUDENT-RTN
               END-READ
           END-IF.

           MOVE ZEROS TO WS-TERM-HOURS.

      **********************************************************
      *  520-PRICE-STUDENT-RTN - Performed from 500-STUDENT-   *
      *              BREAK-RTN, prices the term's hours at the *
      *              student's school rate and finds the       *
      *              customer account to bill                  *
      **********************************************************
       520-PRICE-STUDENT-RTN.
           MOVE ZEROS TO WS-HOUR-RATE.
           IF SCHOOL-IN >= '1' AND SCHOOL-IN <= '3'
               MOVE SCHOOL-IN TO WS-SCHOOL-IDX
               MOVE WS-SCHOOL-RATE (WS-SCHOOL-IDX) TO WS-HOUR-RATE
           END-IF.

           IF WS-HOUR-RATE = ZERO
               MOVE 'NO TUITION RATE FOR STUDENT''S SCHOOL'
                   TO WS-REJECT-REASON
               PERFORM 590-WRITE-REJECT-RTN
           ELSE
               COMPUTE WS-CHARGE = WS-TERM-HOURS * WS-HOUR-RATE
                   ON SIZE ERROR
                       MOVE 'CHARGE TOO LARGE - BILL BY HAND'
                           TO WS-REJECT-REASON
                       PERFORM 590-WRITE-REJECT-RTN
                   NOT ON SIZE ERROR
                       PERFORM 540-FIND-CUSTOMER-RTN
               END-COMPUTE
           END-IF.

      **********************************************************
      *  540-FIND-CUSTOMER-RTN - Performed from 520-PRICE-     *
      *              STUDENT-RTN.  A student on the link file  *
      *              bills the linked account; any other       *
      *              student is set up as a new customer.      *
      **********************************************************
       540-FIND-CUSTOMER-RTN.
           MOVE 'N' TO WS-LINK-FOUND.
           IF WS-LINK-IS-PRESENT
               MOVE SOC-SEC-NO-IN TO SL-SOC-SEC-NO
               READ STUDENT-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LINK-FOUND
               END-READ
           END-IF.

           IF WS-LINK-IS-FOUND
               PERFORM 550-LINKED-CUSTOMER-RTN
           ELSE
               PERFORM 560-NEW-CUSTOMER-RTN
           END-IF.

      **********************************************************
      *  550-LINKED-CUSTOMER-RTN - Performed from 540-FIND-    *
      *              CUSTOMER-RTN, bills the charge under the  *
      *              linked customer's name, following a       *
      *              merged number to its survivor             *
      **********************************************************
       550-LINKED-CUSTOMER-RTN.
           MOVE SL-CUST-NO TO BAL-CUST-NO.
           PERFORM 555-READ-BALANCE-RTN.
           IF WS-BAL-IS-FOUND AND BAL-IS-MERGED
               MOVE BAL-MERGED-INTO TO BAL-CUST-NO
               PERFORM 555-READ-BALANCE-RTN
           END-IF.

           IF WS-BAL-IS-FOUND
               MOVE BAL-CUST-NAME TO WS-BILL-NAME
               MOVE BAL-CUST-NO TO WS-BILL-CUST-NO
               PERFORM 580-WRITE-CHARGE-RTN
           ELSE
               MOVE 'LINKED CUSTOMER NOT ON BALANCE MASTER'
                   TO WS-REJECT-REASON
               PERFORM 590-WRITE-REJECT-RTN
           END-IF.

      **********************************************************
      *  555-READ-BALANCE-RTN - Reads the balance master for   *
      *              the number in BAL-CUST-NO                 *
      **********************************************************
       555-READ-BALANCE-RTN.
           MOVE 'N' TO WS-BAL-FOUND.
           IF WS-BAL-IS-PRESENT
               READ BAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BAL-FOUND
               END-READ
           END-IF.

      **********************************************************
      *  560-NEW-CUSTOMER-RTN - Performed from 540-FIND-       *
      *              CUSTOMER-RTN for a student with no link.  *
      *              Forms the customer name, holds it if it   *
      *              is already taken or the run's name table  *
      *              is full, otherwise requests the new       *
      *              customer from PROJECT2N and bills the     *
      *              charge under the new name.                *
      **********************************************************
       560-NEW-CUSTOMER-RTN.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 565-FORM-CUSTOMER-NAME-RTN.

           IF WS-NEW-NAME-LAST = SPACES
               MOVE 'NAME WILL NOT FORM A CUSTOMER NAME'
                   TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES AND WS-XREF-IS-PRESENT
               MOVE WS-NEW-NAME TO XR-CUST-NAME
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'CUSTOMER NAME IN USE - SET UP BY HAND'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM 570-CHECK-RUN-NAME-RTN
                   VARYING WS-NEW-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NEW-NAME-IDX > WS-NEW-NAME-COUNT
           END-IF.

           IF WS-REJECT-REASON = SPACES AND WS-NEW-NAME-COUNT = 500
               MOVE 'OVER 500 NEW CUSTOMERS - SET UP BY HAND'
                   TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 590-WRITE-REJECT-RTN
           ELSE
               ADD 1 TO WS-NEW-NAME-COUNT
               MOVE WS-NEW-NAME TO WS-NEW-NAME-ENTRY (WS-NEW-NAME-COUNT)
               MOVE WS-NEW-NAME TO NC-CUST-NAME
               MOVE SOC-SEC-NO-IN TO NC-STUDENT-SSN
               WRITE NEW-CUST-REC
               ADD 1 TO WS-NEW-CUST-CTR

               MOVE WS-NEW-NAME TO WS-BILL-NAME
               MOVE 'NEW' TO WS-BILL-CUST-NO
               PERFORM 580-WRITE-CHARGE-RTN
           END-IF.

      **********************************************************
      *  565-FORM-CUSTOMER-NAME-RTN - Performed from 560-NEW-  *
      *              CUSTOMER-RTN.  Splits NAME-IN into words: *
      *              the first word's initial, the middle      *
      *              word's initial when there are three or    *
      *              more, and the last word cut to ten        *
      *              characters.  A single word is the last    *
      *              name alone.                               *
      **********************************************************
       565-FORM-CUSTOMER-NAME-RTN.
           MOVE SPACES TO WS-NAME-WORDS
                          WS-NEW-NAME.
           MOVE ZEROS TO WS-WORD-COUNT.
           UNSTRING NAME-IN DELIMITED BY ALL SPACE
               INTO WS-NAME-WORD (1)
                    WS-NAME-WORD (2)
                    WS-NAME-WORD (3)
                    WS-NAME-WORD (4)
               TALLYING IN WS-WORD-COUNT
           END-UNSTRING.

           EVALUATE WS-WORD-COUNT
               WHEN 0
                   CONTINUE
               WHEN 1
                   MOVE WS-NAME-WORD (1) TO WS-NEW-NAME-LAST
               WHEN 2
                   MOVE WS-NAME-WORD (1) (1:1) TO WS-NEW-NAME-FIRST
                   MOVE WS-NAME-WORD (2) TO WS-NEW-NAME-LAST
               WHEN OTHER
                   MOVE WS-NAME-WORD (1) (1:1) TO WS-NEW-NAME-FIRST
                   MOVE WS-NAME-WORD (2) (1:1) TO WS-NEW-NAME-SECOND
                   MOVE WS-NAME-WORD (WS-WORD-COUNT)
                       TO WS-NEW-NAME-LAST
           END-EVALUATE.

      **********************************************************
      *  570-CHECK-RUN-NAME-RTN - Performed from 560-NEW-      *
      *              CUSTOMER-RTN for each name already formed *
      *              this run                                  *
      **********************************************************
       570-CHECK-RUN-NAME-RTN.
           IF WS-NEW-NAME-ENTRY (WS-NEW-NAME-IDX) = WS-NEW-NAME
               MOVE 'SAME NAME AS ANOTHER NEW STUDENT'
                   TO WS-REJECT-REASON
           END-IF.

      **********************************************************
      *  580-WRITE-CHARGE-RTN - Appends the tuition purchase   *
      *              to CH0601.DAT, lists it on the register   *
      *              and adds it to the school and run totals  *
      **********************************************************
       580-WRITE-CHARGE-RTN.
           MOVE WS-BILL-NAME TO TT-CUST-NAME.
           MOVE WS-RUN-MONTH TO TT-MONTH.
           MOVE WS-RUN-YEAR TO TT-YEAR.
           MOVE WS-CHARGE TO TT-AMOUNT.
           MOVE 'U' TO TT-TRANS-TYPE.
           MOVE SPACES TO TT-ITEM-REF.
           WRITE CUST-TRANS-REC.

           MOVE STUDENT-ID-IN TO DL-OUT-STUDENT-ID.
           MOVE SOC-SEC-NO-IN (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO DL-OUT-SSN.
           MOVE NAME-IN TO DL-OUT-NAME.
           MOVE SCHOOL-IN TO DL-OUT-SCHOOL.
           MOVE WS-TERM-HOURS TO DL-OUT-HOURS.
           MOVE WS-HOUR-RATE TO DL-OUT-RATE.
           MOVE WS-CHARGE TO DL-OUT-CHARGE.
           MOVE WS-BILL-CUST-NO TO DL-OUT-CUST-NO.
           MOVE WS-BILL-NAME TO DL-OUT-BILL-NAME.
           WRITE BILLING-REPORT-REC FROM DL-BILL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO WS-BILLED-CTR
                    WS-SCHOOL-STUDENTS (WS-SCHOOL-IDX).
           ADD WS-TERM-HOURS TO WS-TOTAL-HOURS
                                WS-SCHOOL-HOURS (WS-SCHOOL-IDX).
           ADD WS-CHARGE TO WS-TOTAL-CHARGES
                            WS-SCHOOL-CHARGES (WS-SCHOOL-IDX).

      **********************************************************
      *  590-WRITE-REJECT-RTN - Lists a student who was not    *
      *              billed with the reason                    *
      **********************************************************
       590-WRITE-REJECT-RTN.
           MOVE STUDENT-ID-IN TO DL-OUT-RJ-STUDENT-ID.
           MOVE SOC-SEC-NO-IN (6:4) TO WS-MASKED-SSN-LAST4.
           MOVE WS-MASKED-SSN TO DL-OUT-RJ-SSN.
           MOVE NAME-IN TO DL-OUT-RJ-NAME.
           MOVE WS-REJECT-REASON TO DL-OUT-RJ-REASON.
           WRITE BILLING-REPORT-REC FROM DL-REJECT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-REJECT-CTR.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints the school totals and the  *
      *                        run summary counts, and logs the  *
      *                        term as billed                    *
      ************************************************************
       700-END-PROGRAM-RTN.
           WRITE BILLING-REPORT-REC FROM DL-SCHOOL-HEADING
               AFTER ADVANCING 3 LINES.
           MOVE SPACES TO BILLING-REPORT-REC.
           WRITE BILLING-REPORT-REC.

           PERFORM 720-PRINT-SCHOOL-TOTAL-RTN
               VARYING WS-SCHOOL-IDX FROM 1 BY 1
               UNTIL WS-SCHOOL-IDX > 3.

           MOVE 'ALL SCHOOLS' TO DL-OUT-SCHOOL-NAME.
           MOVE WS-BILLED-CTR TO DL-OUT-SCHOOL-STUDENTS.
           MOVE WS-TOTAL-HOURS TO DL-OUT-SCHOOL-HOURS.
           MOVE WS-TOTAL-CHARGES TO DL-OUT-SCHOOL-CHARGES.
           WRITE BILLING-REPORT-REC FROM DL-SCHOOL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO BILLING-REPORT-REC.
           WRITE BILLING-REPORT-REC AFTER ADVANCING 2 LINES.

           MOVE 'STUDENTS WITH COURSES       ' TO DL-OUT-LABEL.
           MOVE WS-STUDENT-CTR TO DL-OUT-COUNT.
           WRITE BILLING-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'STUDENTS BILLED             ' TO DL-OUT-LABEL.
           MOVE WS-BILLED-CTR TO DL-OUT-COUNT.
           WRITE BILLING-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'NEW CUSTOMERS REQUESTED     ' TO DL-OUT-LABEL.
           MOVE WS-NEW-CUST-CTR TO DL-OUT-COUNT.
           WRITE BILLING-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'STUDENTS NOT BILLED         ' TO DL-OUT-LABEL.
           MOVE WS-REJECT-CTR TO DL-OUT-COUNT.
           WRITE BILLING-REPORT-REC FROM DL-SUMMARY-LINE.
           MOVE 'INVALID HOURS SKIPPED       ' TO DL-OUT-LABEL.
           MOVE WS-BAD-HOURS-CTR TO DL-OUT-COUNT.
           WRITE BILLING-REPORT-REC FROM DL-SUMMARY-LINE.

      *    A run that billed nobody is not logged, so the term can
      *    be run again once the detail or rates are fixed.
           IF WS-BILLED-CTR > ZERO
               PERFORM 750-LOG-BILLED-TERM-RTN
           END-IF.

      **********************************************************
      *  720-PRINT-SCHOOL-TOTAL-RTN - Performed from 700-END-  *
      *              PROGRAM-RTN, prints one school's totals   *
      **********************************************************
       720-PRINT-SCHOOL-TOTAL-RTN.
           EVALUATE WS-SCHOOL-IDX
               WHEN 1
                   MOVE '1  BUSINESS' TO DL-OUT-SCHOOL-NAME
               WHEN 2
                   MOVE '2  ARTS' TO DL-OUT-SCHOOL-NAME
               WHEN 3
                   MOVE '3  ENGINEERING' TO DL-OUT-SCHOOL-NAME
           END-EVALUATE.
           MOVE WS-SCHOOL-STUDENTS (WS-SCHOOL-IDX)
               TO DL-OUT-SCHOOL-STUDENTS.
           MOVE WS-SCHOOL-HOURS (WS-SCHOOL-IDX)
               TO DL-OUT-SCHOOL-HOURS.
           MOVE WS-SCHOOL-CHARGES (WS-SCHOOL-IDX)
               TO DL-OUT-SCHOOL-CHARGES.
           WRITE BILLING-REPORT-REC FROM DL-SCHOOL-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************************
      *  750-LOG-BILLED-TERM-RTN - Appends this term to the    *
      *              billed-term log so it cannot bill twice   *
      **********************************************************
       750-LOG-BILLED-TERM-RTN.
           OPEN EXTEND BILLED-TERM-FILE.
           IF WS-BILLED-DOES-NOT-EXIST
               OPEN OUTPUT BILLED-TERM-FILE
               CLOSE BILLED-TERM-FILE
               OPEN EXTEND BILLED-TERM-FILE
           END-IF.
           MOVE WS-TERM-ID TO BT-TERM-ID.
           MOVE WS-RUN-DATE TO BT-RUN-DATE.
           MOVE WS-BILLED-CTR TO BT-STUDENT-COUNT.
           MOVE WS-TOTAL-CHARGES TO BT-TOTAL-CHARGES.
           WRITE BILLED-TERM-REC.
           CLOSE BILLED-TERM-FILE.

      ************************************************************
      * 800-INITIALIZATION-RTN - Performed from 100-MAIN-MODULE  *
      *                          Refuses a term already billed,  *
      *                          loads the rates, sorts the      *
      *                          course detail into student      *
      *                          order and opens the files       *
      ************************************************************
       800-INITIALIZATION-RTN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM 820-READ-TERM-ID-RTN.
           PERFORM 830-CHECK-BILLED-TERM-RTN.
           PERFORM 840-LOAD-RATES-RTN.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-SOC-SEC-NO
                                SW-COURSE-ID
               USING GRADE-FILE
               GIVING GRADE-SORTED-FILE.

           OPEN INPUT GRADE-SORTED-FILE
                      STUDENT-MASTER-FILE
                OUTPUT BILLING-REPORT-FILE.

           PERFORM 850-OPEN-RECEIVABLES-RTN.

           MOVE WS-TERM-ID TO HL-OUT-TERM-ID.
           WRITE BILLING-REPORT-REC FROM HL-HEADING1
               AFTER ADVANCING PAGE.
           WRITE BILLING-REPORT-REC FROM HL-HEADING2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO BILLING-REPORT-REC.
           WRITE BILLING-REPORT-REC.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
      ***********************************************************
       900-END-OF-JOB-RTN.
           CLOSE GRADE-SORTED-FILE
                 STUDENT-MASTER-FILE
                 BILLING-REPORT-FILE
                 CUST-TRANS-FILE
                 NEW-CUST-FILE.
           IF WS-LINK-IS-PRESENT
               CLOSE STUDENT-LINK-FILE
           END-IF.
           IF WS-BAL-IS-PRESENT
               CLOSE BAL-FILE
           END-IF.
           IF WS-XREF-IS-PRESENT
               CLOSE XREF-FILE
           END-IF.

      ***********************************************************
      * 820-READ-TERM-ID-RTN - CH1004Y.CTL holds the six-       *
      *                    character term identifier the billing*
      *                    is logged under.  A missing control  *
      *                    file falls back to the run date's    *
      *                    year and month.                      *
      ***********************************************************
       820-READ-TERM-ID-RTN.
           OPEN INPUT TERM-CTL-FILE.
           IF WS-TERM-CTL-OK
               READ TERM-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TERM-CTL-REC TO WS-TERM-ID
               END-READ
               CLOSE TERM-CTL-FILE
           END-IF.
           IF WS-TERM-ID = SPACES
               MOVE WS-RUN-DATE(1:6) TO WS-TERM-ID
           END-IF.

      ***********************************************************
      * 830-CHECK-BILLED-TERM-RTN - Stops the run on the console*
      *                    before anything is written when this *
      *                    term is already on the billed-term   *
      *                    log.  A missing log means no term has*
      *                    been billed.                         *
      ***********************************************************
       830-CHECK-BILLED-TERM-RTN.
           OPEN INPUT BILLED-TERM-FILE.
           IF WS-BILLED-OK
               PERFORM UNTIL WS-BILLED-STATUS = '10'
                   READ BILLED-TERM-FILE
                       AT END
                           MOVE '10' TO WS-BILLED-STATUS
                       NOT AT END
                           IF BT-TERM-ID = WS-TERM-ID
                               MOVE 'Y' TO WS-TERM-BILLED
                               MOVE BT-RUN-DATE TO WS-BILLED-ON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLED-TERM-FILE
           END-IF.

           IF WS-TERM-IS-BILLED
               DISPLAY 'CH1004B  CANNOT START - TERM ' WS-TERM-ID
                   ' ALREADY BILLED ON ' WS-BILLED-ON
               MOVE 99 TO RETURN-CODE
               STOP RUN
           END-IF.

      ***********************************************************
      * 840-LOAD-RATES-RTN - Loads the per-hour rate for each   *
      *                    school from CH1004R.CTL.  A school   *
      *                    with no record, or a non-numeric     *
      *                    rate, keeps a zero rate and its      *
      *                    students are not billed.             *
      ***********************************************************
       840-LOAD-RATES-RTN.
           INITIALIZE WS-SCHOOL-TABLE.
           OPEN INPUT RATE-CTL-FILE.
           IF WS-RATE-OK
               PERFORM UNTIL WS-RATE-STATUS = '10'
                   READ RATE-CTL-FILE
                       AT END
                           MOVE '10' TO WS-RATE-STATUS
                       NOT AT END
                           IF RC-SCHOOL >= '1' AND RC-SCHOOL <= '3'
                                  AND RC-HOUR-RATE IS NUMERIC
                               MOVE RC-SCHOOL TO WS-SCHOOL-IDX
                               MOVE RC-HOUR-RATE
                                   TO WS-SCHOOL-RATE (WS-SCHOOL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-CTL-FILE
           END-IF.

      ***********************************************************
      * 850-OPEN-RECEIVABLES-RTN - Opens the receivables files. *
      *                    The link file, balance master and    *
      *                    cross-reference are only read; one   *
      *                    not yet built is treated as empty.   *
      *                    The transaction and new-customer     *
      *                    files are appended to, and created   *
      *                    on their first-ever run.             *
      ***********************************************************
       850-OPEN-RECEIVABLES-RTN.
           OPEN INPUT STUDENT-LINK-FILE.
           IF NOT WS-LINK-OK
               MOVE 'N' TO WS-LINK-PRESENT
           END-IF.
           OPEN INPUT BAL-FILE.
           IF NOT WS-BAL-OK
               MOVE 'N' TO WS-BAL-PRESENT
           END-IF.
           OPEN INPUT XREF-FILE.
           IF NOT WS-XREF-OK
               MOVE 'N' TO WS-XREF-PRESENT
           END-IF.

           OPEN EXTEND CUST-TRANS-FILE.
           IF WS-TRANS-DOES-NOT-EXIST
               OPEN OUTPUT CUST-TRANS-FILE
               CLOSE CUST-TRANS-FILE
               OPEN EXTEND CUST-TRANS-FILE
           END-IF.
           OPEN EXTEND NEW-CUST-FILE.
           IF WS-NEW-CUST-DOES-NOT-EXIST
               OPEN OUTPUT NEW-CUST-FILE
               CLOSE NEW-CUST-FILE
               OPEN EXTEND NEW-CUST-FILE
           END-IF.
