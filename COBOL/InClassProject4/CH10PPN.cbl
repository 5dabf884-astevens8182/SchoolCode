      *  CH10PPK.DAT bank-details master (routing, account,       *
      *  type, net pay), closed by a trailer carrying the         *
      *  payment count and net-pay total.  An employee with no    *
      *  bank record is left off the file and paid by paper check  *
      *  instead: the check, with its voucher stub, is printed to  *
      *  CH10PPFC.PRT under the next number off the check-number   *
      *  control CH10PPFC.CTL, recorded as outstanding on the      *
      *  check master CH10PPFM.DAT (see CHKREC) for CH10PPFR to    *
      *  reconcile, and listed on the check register CH10PPF.RPT,  *
      *  which closes with the range of numbers used and the       *
      *  total.                                                    *
      *                                                            *
      *  After withholding, each employee's active voluntary       *
      *  deductions on the CH10PPW.DAT deduction master            *
      *  still picked off the annual salary), and the period       *
      *  identifier is stamped in the report heading and on the    *
      *  disbursement trailer.                                     *
      *                                                            *
      *  Every run also books its liabilities on the shared GL      *
      *  interface GLPOST.DAT: one credit detail each for federal,  *
      *  state, FICA and Medicare withheld, each deduction          *
      *  category, and the net pay going out as cash, all tagged    *
      *  with the pay period (the YYYYMM the CH10PPN.CTL period     *
      *  identifier opens with, or the run month when it does not  *
      *  open with one), closed by a 'T' total record for          *
      *  GLBALNCE.  Accounts not on GLCHART.CTL are held off the   *
      *  file, and a period GLPERIOD.CTL shows closed posts        *
      *  nothing, the same as CH10PPB.                             *
      *                                                            *
      *  Each employee's run is also rolled into the employer tax  *
      *  file CH10PPE.DAT (see ETAXREC) for the quarter the pay    *
      *  period falls in: wages, federal withholding, employee     *
      *  FICA/Medicare, and the employer's own FICA and Medicare   *
      *  match, FUTA and SUTA.  Employer FICA, FUTA and SUTA stop  *
      *  at each tax's annual wage base measured against the       *
      *  employee's year-to-date wages on that file.  Rates and    *
      *  wage bases come from CH10PPE.CTL, with compiled defaults  *
      *  when it is missing.  CH10PPQ prints the quarterly return. *
      *                                                            *
      *  An hourly employee (IN-PAY-TYPE H) is paid off the        *
      *  period's edited time card on CH10PPU.DAT: regular hours   *
      *  at IN-HOURLY-RATE plus overtime hours at time-and-a-half. *
      *  That period gross is annualized for the bracket lookup    *
      *  and prorated back like a salary, so withholding and       *
      *  deductions work the same for both pay types.  An hourly   *
      *  employee with no card for the period is not paid and is  *
      *  counted on the register.                                  *
      *                                                            *
      *  Every employee paid is appended to the pay history file   *
      *  CH10PPNH.DAT (see PAYHIST) with the period, its end date  *
      *  (CH10PPN.CTL's optional third field, else the run date),  *
      *  the rate paid and the gross, so CH10PPNR can work out     *
      *  the back pay a back-dated raise owes.  Back pay CH10PPNR  *
      *  left on the retro earnings file CH10PPNR.DAT is paid on   *
      *  this register as its own RETRO PAY line: it is added to   *
      *  the period gross, so it is withheld on and posted with    *
      *  the rest of the pay, and the retro record is stamped      *
      *  with the period that paid it.                             *
      *                                                            *
      *  Every employee paid also gets an earnings statement page  *
      *  on CH10PPNS.PRT, in the register's department/territory   *
      *  order so the pages bundle per territory manager: the pay  *
      *  period and its end date, then gross pay, each             *
      *  withholding, each deduction by CH10PPW code and net pay,  *
      *  for the period and for the year to date, and how the net  *
      *  was paid - the direct-deposit account masked to its last  *
      *  four characters, or the paper check number.  The year-to- *
      *  date figures are kept on CH10PPNY.DAT (see PAYYTD), which *
      *  each run adds into and which starts over in a new year.   *
      *                                                            *
      *  The year-to-date and employer tax records are stamped     *
      *  with the period last added into them.  A rerun of a      *
      *  period an employee's records already carry reprints the   *
      *  register and statement but adds nothing to either file    *
      *  and writes no second pay history record, so CH10PPNR      *
      *  never sees the period twice.  Those employees are         *
      *  counted on the register.                                  *
      ************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPF.RPT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-PRINT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPFC.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-CONTROL-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPFC.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CTL-STATUS.

           SELECT CHECK-MASTER-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPFM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS WS-CHECK-MST-STATUS.

           SELECT DED-MASTER-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT TIME-CARD-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPU.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-EMPLOYEE-NO
               FILE STATUS IS WS-TIME-CARD-STATUS.

           SELECT TAX-RATE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\TAXRATE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT GL-POSTING-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLPOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT CHART-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLCHART.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHART-FILE-STATUS.

           SELECT PERIOD-STATUS-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\GLPERIOD.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT EMPLOYER-TAX-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ET-EMPLOYEE-NO
               FILE STATUS IS WS-ETAX-STATUS.

           SELECT EMPLOYER-RATE-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPE.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-RATE-STATUS.

           SELECT PAY-HISTORY-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPNH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-HIST-STATUS.

           SELECT RETRO-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPNR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RE-EMPLOYEE-NO
               FILE STATUS IS WS-RETRO-STATUS.

           SELECT YTD-EARNINGS-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPNY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YT-EMPLOYEE-NO
               FILE STATUS IS WS-YTD-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO
                   'W:\CIS 253\Projects\INCLASSPROJECT4\CH10PPNS.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PAPER-CHECK-FILE.
       01  PAPER-CHECK-REC             PIC X(80).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-REC             PIC X(80).

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-REC.
           05  CN-NEXT-CHECK-NO        PIC 9(7).

       FD  CHECK-MASTER-FILE.
       01  CHECK-MASTER-REC.
           COPY CHKREC.

       FD  DED-MASTER-FILE.
       01  DED-MASTER-REC.
           COPY DEDREC.
       01  PAY-CALENDAR-REC.
           05  CC-FREQUENCY            PIC X.
           05  CC-PERIOD-ID            PIC X(8).
           05  CC-PERIOD-END-DATE      PIC X(8).

       FD  TIME-CARD-FILE.
       01  TIME-CARD-REC.
           COPY TIMEREC.

       FD  TAX-RATE-FILE.
       01  TAX-RATE-REC.
           05  TR-FEDERAL-RATE         PIC V999.
           05  TR-STATE-RATE           PIC V999.

       FD  GL-POSTING-FILE.
       01  GL-POSTING-REC.
           COPY GLPOST.

       FD  CHART-FILE.
       01  CHART-REC.
           05  GC-ACCOUNT-CODE         PIC X(8).
           05  GC-DESCRIPTION          PIC X(30).
           05  GC-ACTIVE-FLAG          PIC X.

       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-REC.
           05  GP-PERIOD               PIC X(6).
           05  GP-STATUS               PIC X.

       FD  EMPLOYER-TAX-FILE.
       01  EMPLOYER-TAX-REC.
           COPY ETAXREC.

       FD  EMPLOYER-RATE-FILE.
       01  EMPLOYER-RATE-REC.
           05  ER-FICA-RATE            PIC V9999.
           05  ER-FICA-BASE            PIC 9(7).
           05  ER-MEDICARE-RATE        PIC V9999.
           05  ER-FUTA-RATE            PIC V9999.
           05  ER-FUTA-BASE            PIC 9(7).
           05  ER-SUTA-RATE            PIC V9999.
           05  ER-SUTA-BASE            PIC 9(7).

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-REC.
           COPY PAYHIST.

       FD  RETRO-FILE.
       01  RETRO-REC.
           COPY RETROREC.

       FD  YTD-EARNINGS-FILE.
       01  YTD-EARNINGS-REC.
           COPY PAYYTD.

       FD  STATEMENT-FILE.
       01  STATEMENT-REC               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  ARE-THERE-MORE-RECORDS  PIC X(3)     VALUE 'YES'.
           05  WS-DISBURSE-CTR         PIC 9(6)     VALUE ZEROS.
           05  WS-DISBURSE-NET         PIC 9(10)V99 VALUE ZEROS.
           05  WS-PAPER-CHECK-CTR      PIC 9(5)     VALUE ZEROS.
           05  WS-PAPER-CHECK-NET      PIC 9(10)V99 VALUE ZEROS.
           05  WS-CHECK-CTL-STATUS     PIC XX       VALUE ZEROS.
               88  WS-CHECK-CTL-OK                  VALUE '00'.
           05  WS-CHECK-MST-STATUS     PIC XX       VALUE ZEROS.
               88  WS-CHECK-MST-OK                  VALUE '00'.
               88  WS-CHECK-MST-DOES-NOT-EXIST      VALUE '35'.
           05  WS-NEXT-CHECK-NO        PIC 9(7)     VALUE 1.
           05  WS-FIRST-CHECK-NO       PIC 9(7)     VALUE ZEROS.
           05  WS-LAST-CHECK-NO        PIC 9(7)     VALUE ZEROS.
           05  WS-ZERO-NET-CTR         PIC 9(5)     VALUE ZEROS.

           05  WS-DED-STATUS           PIC XX       VALUE ZEROS.
               88  WS-DED-OK                        VALUE '00'.
           05  WS-ONE-DED              PIC 9(6)V99  VALUE ZEROS.
           05  WS-EMP-DED-TOTAL        PIC 9(6)V99  VALUE ZEROS.

           05  WS-GL-FILE-STATUS       PIC XX       VALUE ZEROS.
               88  WS-GL-FILE-OK                    VALUE '00'.
               88  WS-GL-FILE-DOES-NOT-EXIST        VALUE '35'.
           05  WS-GL-PERIOD            PIC X(6)     VALUE SPACES.
           05  WS-GL-ACCOUNT           PIC X(8)     VALUE SPACES.
           05  WS-GL-IDX               PIC 9        VALUE ZEROS.
           05  WS-CHART-FILE-STATUS    PIC XX       VALUE ZEROS.
               88  WS-CHART-FILE-OK                 VALUE '00'.
           05  WS-CHART-COUNT          PIC 999      VALUE ZEROS.
           05  WS-CHART-IDX            PIC 999      VALUE ZEROS.
           05  WS-CHART-MATCHED        PIC 999      VALUE ZEROS.
           05  WS-GL-REJECT-CTR        PIC 9(4)     VALUE ZEROS.
           05  WS-GL-POSTED-TOTAL      PIC 9(9)V99  VALUE ZEROS.
           05  WS-PERIOD-FILE-STATUS   PIC XX       VALUE ZEROS.
               88  WS-PERIOD-FILE-OK                VALUE '00'.
           05  WS-PERIOD-CLOSED        PIC X        VALUE 'N'.
               88  WS-PERIOD-IS-CLOSED              VALUE 'Y'.

           05  WS-TIME-CARD-STATUS     PIC XX       VALUE ZEROS.
               88  WS-TIME-CARD-OK                  VALUE '00'.
           05  WS-TIME-CARDS-PRESENT   PIC X        VALUE 'Y'.
               88  WS-TIME-CARDS-ARE-PRESENT        VALUE 'Y'.
           05  WS-EMP-PAYABLE          PIC X        VALUE 'Y'.
               88  WS-EMP-IS-PAYABLE                VALUE 'Y'.
           05  WS-PERIOD-EARNINGS      PIC 9(6)V99  VALUE ZEROS.
           05  WS-ANNUAL-EARNINGS      PIC 9(7)V99  VALUE ZEROS.
           05  WS-NO-CARD-CTR          PIC 9(5)     VALUE ZEROS.

           05  WS-ETAX-STATUS          PIC XX       VALUE ZEROS.
               88  WS-ETAX-OK                       VALUE '00'.
               88  WS-ETAX-DOES-NOT-EXIST           VALUE '35'.
           05  WS-ETAX-FOUND           PIC X        VALUE 'N'.
               88  WS-ETAX-IS-FOUND                 VALUE 'Y'.
           05  WS-ER-RATE-STATUS       PIC XX       VALUE ZEROS.
               88  WS-ER-RATE-OK                    VALUE '00'.
           05  WS-ER-FICA-RATE         PIC V9999    VALUE .0620.
           05  WS-ER-FICA-BASE         PIC 9(7)     VALUE 176100.
           05  WS-ER-MEDICARE-RATE     PIC V9999    VALUE .0145.
           05  WS-ER-FUTA-RATE         PIC V9999    VALUE .0060.
           05  WS-ER-FUTA-BASE         PIC 9(7)     VALUE 7000.
           05  WS-ER-SUTA-RATE         PIC V9999    VALUE .0270.
           05  WS-ER-SUTA-BASE         PIC 9(7)     VALUE 7000.
           05  WS-TAX-YEAR             PIC 9(4)     VALUE ZEROS.
           05  WS-TAX-MONTH            PIC 99       VALUE ZEROS.
           05  WS-TAX-QUARTER          PIC 9        VALUE ZEROS.
           05  WS-PRIOR-YTD-WAGES      PIC 9(7)V99  VALUE ZEROS.
           05  WS-WAGE-BASE            PIC 9(7)     VALUE ZEROS.
           05  WS-TAXABLE-WAGES        PIC 9(7)V99  VALUE ZEROS.
           05  WS-FICA-TAXABLE         PIC 9(7)V99  VALUE ZEROS.
           05  WS-FUTA-TAXABLE         PIC 9(7)V99  VALUE ZEROS.
           05  WS-SUTA-TAXABLE         PIC 9(7)V99  VALUE ZEROS.
           05  WS-ER-FICA              PIC 9(6)V99  VALUE ZEROS.
           05  WS-ER-MEDICARE          PIC 9(6)V99  VALUE ZEROS.
           05  WS-ER-FUTA              PIC 9(6)V99  VALUE ZEROS.
           05  WS-ER-SUTA              PIC 9(6)V99  VALUE ZEROS.
           05  WS-TOT-ER-FICA          PIC 9(8)V99  VALUE ZEROS.
           05  WS-TOT-ER-MEDICARE      PIC 9(8)V99  VALUE ZEROS.
           05  WS-TOT-ER-FUTA          PIC 9(8)V99  VALUE ZEROS.
           05  WS-TOT-ER-SUTA          PIC 9(8)V99  VALUE ZEROS.

           05  WS-PERIOD-END-DATE      PIC X(8)     VALUE SPACES.
           05  WS-PAY-HIST-STATUS      PIC XX       VALUE ZEROS.
               88  WS-PAY-HIST-OK                   VALUE '00'.
               88  WS-PAY-HIST-DOES-NOT-EXIST       VALUE '35'.
           05  WS-RETRO-STATUS         PIC XX       VALUE ZEROS.
               88  WS-RETRO-OK                      VALUE '00'.
           05  WS-RETRO-PRESENT        PIC X        VALUE 'Y'.
               88  WS-RETRO-IS-PRESENT              VALUE 'Y'.
           05  WS-RETRO-PAY            PIC 9(6)V99  VALUE ZEROS.
           05  WS-RETRO-CTR            PIC 9(5)     VALUE ZEROS.
           05  WS-TOT-RETRO-PAY        PIC 9(8)V99  VALUE ZEROS.

           05  WS-YTD-STATUS           PIC XX       VALUE ZEROS.
               88  WS-YTD-OK                        VALUE '00'.
               88  WS-YTD-DOES-NOT-EXIST            VALUE '35'.
           05  WS-YTD-FOUND            PIC X        VALUE 'N'.
               88  WS-YTD-IS-FOUND                  VALUE 'Y'.
           05  WS-PERIOD-POSTED        PIC X        VALUE 'N'.
               88  WS-PERIOD-IS-POSTED              VALUE 'Y'.
           05  WS-REPOSTED-CTR         PIC 9(5)     VALUE ZEROS.
           05  WS-EC-IDX               PIC 99       VALUE ZEROS.
           05  WS-YT-IDX               PIC 99       VALUE ZEROS.
           05  WS-EC-PRORATED          PIC 9(6)V99  VALUE ZEROS.
           05  WS-EC-CURRENT           PIC 9(6)V99  VALUE ZEROS.
           05  WS-PAID-BY              PIC X        VALUE SPACES.
               88  WS-PAID-BY-DEPOSIT               VALUE 'D'.
               88  WS-PAID-BY-CHECK                 VALUE 'C'.
               88  WS-PAID-NOTHING                  VALUE 'Z'.
           05  WS-ACCT-POS             PIC 99       VALUE ZEROS.
           05  WS-ACCT-LAST4           PIC X(4)     VALUE SPACES.
           05  WS-YT-MATCH             PIC 99       VALUE ZEROS.
           05  WS-EC-MATCH             PIC 99       VALUE ZEROS.

       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY           OCCURS 120 TIMES.
               10  WS-RT-EFFECTIVE     PIC X(8).
       01  WS-EMP-DED-TABLE.
           05  WS-EMP-DED              PIC 9(6)V99
                OCCURS 3 TIMES VALUE ZEROS.
      *  The period's deductions one code at a time, for the
      *  earnings statement.  Codes past the tenth are lumped into
      *  the tenth entry under code '**', as on the YTD file.
       01  WS-EMP-CODE-TABLE.
           05  WS-EMP-CODE-COUNT       PIC 99       VALUE ZEROS.
           05  WS-EMP-CODE-ENTRY       OCCURS 10 TIMES.
               10  WS-EC-CODE           PIC XX.
               10  WS-EC-AMOUNT         PIC 9(6)V99.
       01  WS-TERR-DED-TABLE.
           05  WS-TERR-DED             PIC 9(6)V99
                OCCURS 3 TIMES VALUE ZEROS.
           05  WS-TOT-DED              PIC 9(8)V99
                OCCURS 3 TIMES VALUE ZEROS.

      *    GL liability and cash accounts credited at end of job:
      *    (1) federal (2) state (3) FICA (4) Medicare withheld,
      *    (5) insurance (6) retirement (7) other deductions,
      *    (8) net pay disbursed.
       01  WS-GL-LIAB-ACCOUNTS.
           05                          PIC X(8)     VALUE 'WH-FED  '.
           05                          PIC X(8)     VALUE 'WH-STATE'.
           05                          PIC X(8)     VALUE 'WH-FICA '.
           05                          PIC X(8)     VALUE 'WH-MEDCR'.
           05                          PIC X(8)     VALUE 'DED-INS '.
           05                          PIC X(8)     VALUE 'DED-RET '.
           05                          PIC X(8)     VALUE 'DED-OTH '.
           05                          PIC X(8)     VALUE 'CASH-PAY'.
       01  WS-GL-LIAB-ACCT-TABLE REDEFINES WS-GL-LIAB-ACCOUNTS.
           05  WS-GL-LIAB-ACCT         PIC X(8)
                OCCURS 8 TIMES.
       01  WS-GL-LIAB-AMT-TABLE.
           05  WS-GL-LIAB-AMT          PIC 9(9)V99
                OCCURS 8 TIMES VALUE ZEROS.

       01  WS-CHART-TABLE.
           05  WS-CHART-ENTRY          OCCURS 100 TIMES.
               10  WS-CHART-ACCOUNT    PIC X(8).
               10  WS-CHART-DESC       PIC X(30).
               10  WS-CHART-ACTIVE     PIC X.

       COPY TAXBRKT.

       01  DB-DETAIL-REC.
           05  DB-TRAILER-PERIOD       PIC X(8).
           05                          PIC X(14)    VALUE SPACES.

       01  GE-GL-REJECT-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(32)
              VALUE 'GL POSTING HELD - ACCOUNT'.
           05  GE-OUT-ACCOUNT          PIC X(8).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(17)
              VALUE 'NOT ON THE CHART'.

       01  GE-PERIOD-CLOSED-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(34)
              VALUE 'GL POSTINGS HELD - PERIOD'.
           05  GE-OUT-PERIOD           PIC X(6).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(9)
              VALUE 'IS CLOSED'.

       01  GE-NO-CARD-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(44)
              VALUE 'HOURLY EMPLOYEES NOT PAID - NO TIME CARD -'.
           05  GE-OUT-NO-CARD-CTR      PIC ZZ,ZZ9.

       01  GE-REPOSTED-LINE.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(44)
              VALUE 'PERIOD ALREADY POSTED - YTD/TAX UNCHANGED -'.
           05  GE-OUT-REPOSTED-CTR     PIC ZZ,ZZ9.

       01  PC-HEADING1.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(40)
              VALUE 'PAYROLL CHECK REGISTER - NO BANK RECORD'.
       01  PC-HEADING-PERIOD.
           05                          PIC X(20)    VALUE SPACES.
           05                          PIC X(15)
              VALUE 'PAY PERIOD'.
           05  PC-OUT-PERIOD           PIC X(8).
       01  PC-HEADING2.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(10)
               VALUE 'CHECK NO'.
           05                          PIC X(7)
               VALUE 'EMP NO'.
           05                          PIC X(22)
           05                          PIC X(8)
               VALUE 'NET PAY'.
       01  PC-DETAIL-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  PC-OUT-CHECK-NO         PIC 9(7).
           05                          PIC X(4)     VALUE SPACES.
           05  PC-OUT-EMPLOYEE-NO      PIC X(3).
           05                          PIC X(3)     VALUE SPACES.
           05  PC-OUT-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05  PC-OUT-NET-PAY          PIC $$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  PC-OUT-NOTE             PIC X(20).
       01  PC-NONE-LINE.
           05                          PIC X(5)     VALUE SPACES.
           05                          PIC X(40)
              VALUE 'NO PAPER CHECKS THIS RUN'.
       01  PC-RANGE-LINE.
           05                          PIC X(5)     VALUE SPACES.
           05                          PIC X(20)
              VALUE 'CHECK NUMBERS USED'.
           05  PC-OUT-FIRST-CHECK-NO   PIC 9(7).
           05                          PIC X(6)     VALUE ' THRU '.
           05  PC-OUT-LAST-CHECK-NO    PIC 9(7).
       01  PC-TOTAL-LINE.
           05                          PIC X(5)     VALUE SPACES.
           05                          PIC X(20)
              VALUE 'CHECKS ISSUED'.
           05  PC-OUT-CHECK-CTR        PIC ZZ,ZZ9.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(6)
              VALUE 'TOTAL'.
           05  PC-OUT-CHECK-TOTAL      PIC $$,$$$,$$9.99.

      *  The printed check: a voucher stub the employee keeps,
      *  then the check itself below the tear line.
       01  CS-STUB-LINE1.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(40)
              VALUE 'ALPHA DEPARTMENT STORE - PAYROLL VOUCHER'.
           05                          PIC X(19)    VALUE SPACES.
           05                          PIC X(10)
              VALUE 'CHECK NO'.
           05  CS-OUT-CHECK-NO         PIC 9(7).
       01  CS-STUB-LINE2.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'EMPLOYEE'.
           05  CS-OUT-EMPLOYEE-NO      PIC X(3).
           05                          PIC X(1)     VALUE SPACES.
           05  CS-OUT-EMPLOYEE-NAME    PIC X(20).
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(7)
              VALUE 'PERIOD'.
           05  CS-OUT-PERIOD           PIC X(8).
       01  CS-STUB-LINE3.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'GROSS'.
           05  CS-OUT-GROSS            PIC $$$,$$9.99.
           05                          PIC X(3)     VALUE SPACES.
           05                          PIC X(9)
              VALUE 'FEDERAL'.
           05  CS-OUT-FEDERAL-TAX      PIC $$$,$$9.99.
           05                          PIC X(3)     VALUE SPACES.
           05                          PIC X(7)
              VALUE 'STATE'.
           05  CS-OUT-STATE-TAX        PIC $$$,$$9.99.
       01  CS-STUB-LINE4.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'FICA'.
           05  CS-OUT-FICA-TAX         PIC $$$,$$9.99.
           05                          PIC X(3)     VALUE SPACES.
           05                          PIC X(9)
              VALUE 'MEDICARE'.
           05  CS-OUT-MEDICARE-TAX     PIC $$$,$$9.99.
           05                          PIC X(3)     VALUE SPACES.
           05                          PIC X(7)
              VALUE 'DEDUCT'.
           05  CS-OUT-DED-TOTAL        PIC $$$,$$9.99.
       01  CS-STUB-LINE5.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'NET PAY'.
           05  CS-OUT-NET-PAY          PIC $$$,$$9.99.
           05                          PIC X(3)     VALUE SPACES.
           05  CS-OUT-RETRO-LABEL      PIC X(9).
           05  CS-OUT-RETRO-PAY        PIC $$$,$$9.99.
       01  CS-TEAR-LINE.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(25)
              VALUE ALL '- '.
           05                          PIC X(24)
              VALUE 'DETACH BEFORE DEPOSITING'.
           05                          PIC X(25)
              VALUE ALL ' -'.
       01  CS-CHECK-LINE1.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(59)
              VALUE 'ALPHA DEPARTMENT STORE'.
           05                          PIC X(10)
              VALUE 'CHECK NO'.
           05  CS-OUT-CHECK-NO2        PIC 9(7).
       01  CS-CHECK-LINE2.
           05                          PIC X(61)    VALUE SPACES.
           05                          PIC X(6)
              VALUE 'DATE'.
           05  CS-OUT-CHECK-DATE.
               10  CS-OUT-MO           PIC 99.
               10                      PIC X        VALUE '/'.
               10  CS-OUT-DAY          PIC 99.
               10                      PIC X        VALUE '/'.
               10  CS-OUT-YR           PIC 9(4).
       01  CS-CHECK-LINE3.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(21)
              VALUE 'PAY TO THE ORDER OF'.
           05  CS-OUT-PAYEE            PIC X(20).
           05                          PIC X(18)    VALUE SPACES.
           05  CS-OUT-CHECK-AMOUNT     PIC $***,**9.99.
       01  CS-CHECK-LINE4.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'MEMO'.
           05                          PIC X(15)
              VALUE 'PAYROLL PERIOD'.
           05  CS-OUT-MEMO-PERIOD      PIC X(8).
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(30)
              VALUE '______________________________'.
       01  CS-CHECK-LINE5.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(42)
              VALUE 'VOID AFTER 90 DAYS'.
           05                          PIC X(30)
              VALUE '     AUTHORIZED SIGNATURE'.

      *  The employee earnings statement, one page per employee.
       01  ES-HEADING1.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(48)
              VALUE 'ALPHA DEPARTMENT STORE - EARNINGS STATEMENT'.
           05                          PIC X(5)
              VALUE 'DEPT'.
           05  ES-OUT-DEPT             PIC XX.
           05                          PIC X(3)     VALUE SPACES.
           05                          PIC X(5)
              VALUE 'TERR'.
           05  ES-OUT-TERR             PIC XX.
       01  ES-HEADING2.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(10)
              VALUE 'EMPLOYEE'.
           05  ES-OUT-EMPLOYEE-NO      PIC X(3).
           05                          PIC X(2)     VALUE SPACES.
           05  ES-OUT-EMPLOYEE-NAME    PIC X(20).
       01  ES-HEADING3.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(12)
              VALUE 'PAY PERIOD'.
           05  ES-OUT-PERIOD           PIC X(8).
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(14)
              VALUE 'PERIOD ENDING'.
           05  ES-OUT-END-DATE.
               10  ES-OUT-END-MO       PIC XX.
               10                      PIC X        VALUE '/'.
               10  ES-OUT-END-DAY      PIC XX.
               10                      PIC X        VALUE '/'.
               10  ES-OUT-END-YR       PIC X(4).
       01  ES-HEADING4.
           05                          PIC X(36)    VALUE SPACES.
           05                          PIC X(10)
              VALUE '   CURRENT'.
           05                          PIC X(4)     VALUE SPACES.
           05                          PIC X(13)
              VALUE ' YEAR TO DATE'.
       01  ES-DETAIL-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  ES-OUT-LABEL            PIC X(30).
           05                          PIC X(2)     VALUE SPACES.
           05  ES-OUT-CURRENT          PIC $$$,$$9.99.
           05                          PIC X(4)     VALUE SPACES.
           05  ES-OUT-YTD              PIC $$,$$$,$$9.99.
       01  ES-DED-LABEL.
           05                          PIC X(15)
              VALUE 'DEDUCTION CODE'.
           05  ES-OUT-DED-CODE         PIC XX.
           05                          PIC X(13)    VALUE SPACES.
       01  ES-RULE-LINE.
           05                          PIC X(36)    VALUE SPACES.
           05                          PIC X(27)    VALUE ALL '-'.
       01  ES-PAID-LINE.
           05                          PIC X(4)     VALUE SPACES.
           05  ES-OUT-PAID-TEXT        PIC X(34).
           05  ES-OUT-PAID-REF         PIC X(17).

       01  HL-HEADING1.
           05                          PIC X(23)    VALUE SPACES.
              VALUE 'TOTAL DED'.
           05  DL-OUT-DED-TOTAL        PIC $$$,$$9.99.

       01  DL-RETRO-LINE.
           05                          PIC X(10)    VALUE SPACES.
           05                          PIC X(10)
              VALUE 'RETRO PAY'.
           05  DL-OUT-RETRO-PAY        PIC $$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(8)
              VALUE 'PERIODS'.
           05  DL-OUT-RETRO-FIRST      PIC X(8).
           05                          PIC X(3)     VALUE ' - '.
           05  DL-OUT-RETRO-LAST       PIC X(8).
           05                          PIC X(21)    VALUE SPACES.

       01  DL-DED-SUBTOTAL-LINE.
           05                          PIC X(14)    VALUE SPACES.
           05  DL-OUT-DED-LEVEL        PIC X(17).
              VALUE 'COMPANY TOTAL NET PAY'.
           05  DL-OUT-TOT-NET-PAY      PIC $$$,$$$,$$9.99.

       01  DL-FINAL-TOTAL-LINE4.
           05                          PIC X(14)    VALUE SPACES.
           05                          PIC X(15)
              VALUE 'EMPLOYER FICA'.
           05  DL-OUT-TOT-ER-FICA      PIC $$,$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(18)
              VALUE 'EMPLOYER MEDICARE'.
           05  DL-OUT-TOT-ER-MEDICARE  PIC $$,$$$,$$9.99.

       01  DL-FINAL-TOTAL-LINE5.
           05                          PIC X(14)    VALUE SPACES.
           05                          PIC X(15)
              VALUE 'EMPLOYER FUTA'.
           05  DL-OUT-TOT-ER-FUTA      PIC $$,$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05                          PIC X(18)
              VALUE 'EMPLOYER SUTA'.
           05  DL-OUT-TOT-ER-SUTA      PIC $$,$$$,$$9.99.

       01  DL-FINAL-TOTAL-LINE6.
           05                          PIC X(14)    VALUE SPACES.
           05                          PIC X(21)
              VALUE 'RETRO PAY IN GROSS'.
           05  DL-OUT-TOT-RETRO-PAY    PIC $$$,$$$,$$9.99.
           05                          PIC X(2)     VALUE SPACES.
           05  DL-OUT-RETRO-CTR        PIC ZZ,ZZ9.
           05                          PIC X(10)
              VALUE ' EMPLOYEES'.

       01  HL-HEADING-FINAL.
           05                          PIC X(9)     VALUE SPACES.
           05                          PIC X(13)
                     MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                  NOT AT END
                     IF IN-EMP-ACTIVE
                        PERFORM 410-SET-EARNINGS-RTN
                        IF WS-EMP-IS-PAYABLE
                           PERFORM 400-CALC-RTN
                        END-IF
                     END-IF
               END-READ
           END-PERFORM.
               PERFORM 300-HEADING-RTN
           END-IF.

           MOVE WS-ANNUAL-EARNINGS TO WS-GROSS.

           PERFORM 450-TAX-CALC-RTN.
           PERFORM 455-DEDUCTION-RTN.
           WRITE OUT-REGISTER-REC FROM DL-PAY-LINE1
               AFTER ADVANCING 2 LINES

           IF WS-RETRO-PAY > ZERO
               MOVE WS-RETRO-PAY TO DL-OUT-RETRO-PAY
               MOVE RE-FIRST-PERIOD TO DL-OUT-RETRO-FIRST
               MOVE RE-LAST-PERIOD TO DL-OUT-RETRO-LAST
               WRITE OUT-REGISTER-REC FROM DL-RETRO-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-CTR
           END-IF

           MOVE WS-STATE-TAX TO DL-OUT-STATE-TAX
           MOVE WS-FICA-TAX TO DL-OUT-FICA-TAX
           MOVE WS-MEDICARE-TAX TO DL-OUT-MEDICARE-TAX
           ADD 4 TO WS-LINE-CTR.

           PERFORM 470-DISBURSE-RTN.
           PERFORM 490-EMPLOYER-TAX-RTN.
           PERFORM 486-YTD-EARNINGS-RTN.
           PERFORM 485-WRITE-PAY-HISTORY-RTN.
           PERFORM 488-PRINT-STATEMENT-RTN.

      **********************************************************
      *  410-SET-EARNINGS-RTN - Performed from 100-MAIN-MODULE *
      *              for each active employee.  A salaried     *
      *              employee earns IN-ANNUAL-SALARY.  An      *
      *              hourly one earns the period's time card - *
      *              regular hours at the hourly rate, over-   *
      *              time at time-and-a-half - annualized so   *
      *              the rest of the register treats it like   *
      *              a salary.  An hourly employee with no     *
      *              card for this period is skipped.          *
      **********************************************************
       410-SET-EARNINGS-RTN.
           MOVE 'Y' TO WS-EMP-PAYABLE
           IF IN-PAY-HOURLY
               IF WS-TIME-CARDS-ARE-PRESENT
                   MOVE IN-EMPLOYEE-NO TO TC-EMPLOYEE-NO
                   READ TIME-CARD-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-EMP-PAYABLE
                       NOT INVALID KEY
                           IF TC-PERIOD-ID NOT = WS-PERIOD-ID
                               MOVE 'N' TO WS-EMP-PAYABLE
                           END-IF
                   END-READ
               ELSE
                   MOVE 'N' TO WS-EMP-PAYABLE
               END-IF
               IF WS-EMP-IS-PAYABLE
                   COMPUTE WS-PERIOD-EARNINGS ROUNDED =
                       IN-HOURLY-RATE * TC-REGULAR-HOURS
                       + IN-HOURLY-RATE * TC-OVERTIME-HOURS * 1.5
                   COMPUTE WS-ANNUAL-EARNINGS =
                       WS-PERIOD-EARNINGS * WS-PERIODS-PER-YEAR
               ELSE
                   ADD 1 TO WS-NO-CARD-CTR
               END-IF
           ELSE
               MOVE IN-ANNUAL-SALARY TO WS-ANNUAL-EARNINGS
           END-IF.

           MOVE ZEROS TO WS-RETRO-PAY
           IF WS-EMP-IS-PAYABLE AND WS-RETRO-IS-PRESENT
               PERFORM 415-READ-RETRO-RTN
           END-IF.

      **********************************************************
      *  415-READ-RETRO-RTN - Performed from 410-SET-EARNINGS- *
      *              RTN for an employee being paid.  Back pay *
      *              still owed on the retro earnings file is  *
      *              annualized into the earnings like the     *
      *              rest of the period's pay, so it lands in  *
      *              this period's gross and is withheld on at *
      *              the employee's bracket.                   *
      **********************************************************
       415-READ-RETRO-RTN.
           MOVE IN-EMPLOYEE-NO TO RE-EMPLOYEE-NO
           READ RETRO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RE-PAID-PERIOD = SPACES
                       MOVE RE-AMOUNT TO WS-RETRO-PAY
                       COMPUTE WS-ANNUAL-EARNINGS =
                           WS-ANNUAL-EARNINGS
                           + WS-RETRO-PAY * WS-PERIODS-PER-YEAR
                   END-IF
           END-READ.

      **********************************************************
      *  450-TAX-CALC-RTN - Performed from 400-CALC-RTN.  Same *
      *              bracket-driven tax logic as PROJECT1B's    *
      *              200-PROCESS-AND-CREATE-OUTPUT, applied to  *
      *              the employee's annual earnings.            *
      *              The master carries no filing status, so    *
      *              every employee is withheld at the single   *
      *              rates - TB-FS-IDX stays at its default 1.  *
       450-TAX-CALC-RTN.
           MOVE 1 TO TB-IDX
           PERFORM 460-FIND-BRACKET-RTN
               UNTIL WS-ANNUAL-EARNINGS <=
                         TB-MAX-SALARY (TB-FS-IDX TB-IDX)
                     OR TB-IDX = 4

           MULTIPLY WS-ANNUAL-EARNINGS
               BY TB-FEDERAL-RATE (TB-FS-IDX TB-IDX)
               GIVING WS-FEDERAL-TAX
           MULTIPLY WS-ANNUAL-EARNINGS
               BY TB-STATE-RATE (TB-FS-IDX TB-IDX)
               GIVING WS-STATE-TAX
           MULTIPLY WS-ANNUAL-EARNINGS BY .062 GIVING WS-FICA-TAX
           MULTIPLY WS-ANNUAL-EARNINGS BY .0145 GIVING WS-MEDICARE-TAX
           SUBTRACT WS-FEDERAL-TAX, WS-STATE-TAX, WS-FICA-TAX,
               WS-MEDICARE-TAX FROM WS-ANNUAL-EARNINGS
               GIVING WS-NET-PAY.

      **********************************************************
                   WS-EMP-DED (3) / WS-PERIODS-PER-YEAR
               COMPUTE WS-EMP-DED-TOTAL ROUNDED =
                   WS-EMP-DED-TOTAL / WS-PERIODS-PER-YEAR
               MOVE ZEROS TO WS-EC-PRORATED
               PERFORM 446-PRORATE-ONE-CODE-RTN
                   VARYING WS-EC-IDX FROM 1 BY 1
                   UNTIL WS-EC-IDX > WS-EMP-CODE-COUNT
      *        Net pay is rebuilt from the prorated pieces so the
      *        register line always crossfoots to the penny, with
      *        the same never-negative guard the annual path has.
               END-IF
           END-IF.

      **********************************************************
      *  446-PRORATE-ONE-CODE-RTN - Performed from 445-        *
      *              PRORATE-RTN for each deduction code the   *
      *              employee had taken.  The last code takes  *
      *              what is left of the prorated deduction    *
      *              total, so the codes on the earnings       *
      *              statement foot to it to the penny.        *
      **********************************************************
       446-PRORATE-ONE-CODE-RTN.
           IF WS-EC-IDX < WS-EMP-CODE-COUNT
              OR WS-EC-PRORATED > WS-EMP-DED-TOTAL
               COMPUTE WS-EC-AMOUNT (WS-EC-IDX) ROUNDED =
                   WS-EC-AMOUNT (WS-EC-IDX) / WS-PERIODS-PER-YEAR
           ELSE
               COMPUTE WS-EC-AMOUNT (WS-EC-IDX) =
                   WS-EMP-DED-TOTAL - WS-EC-PRORATED
           END-IF
           ADD WS-EC-AMOUNT (WS-EC-IDX) TO WS-EC-PRORATED.

      **********************************************************
      *  455-DEDUCTION-RTN - Performed from 400-CALC-RTN after *
      *              withholding.  Positions the deduction     *
       455-DEDUCTION-RTN.
           MOVE ZEROS TO WS-EMP-DED-TABLE
           MOVE ZEROS TO WS-EMP-DED-TOTAL
           MOVE ZEROS TO WS-EMP-CODE-COUNT
           MOVE 'N' TO WS-DED-DONE

      *    No deduction master on file means no site has set one
       457-TAKE-ONE-DED-RTN.
           IF DD-IS-PERCENT
               COMPUTE WS-ONE-DED ROUNDED =
                   WS-ANNUAL-EARNINGS * DD-AMOUNT / 100
           ELSE
               MOVE DD-AMOUNT TO WS-ONE-DED
           END-IF.
           END-EVALUATE.

           ADD WS-ONE-DED TO WS-EMP-DED (WS-DED-IDX)
           ADD WS-ONE-DED TO WS-EMP-DED-TOTAL
           PERFORM 458-HOLD-DED-CODE-RTN.

      **********************************************************
      *  458-HOLD-DED-CODE-RTN - Performed from 457-TAKE-ONE-  *
      *              DED-RTN.  Keeps the deduction under its   *
      *              own code for the earnings statement; a    *
      *              code past the tenth is lumped into the    *
      *              tenth entry as code '**'.                 *
      **********************************************************
       458-HOLD-DED-CODE-RTN.
           IF WS-EMP-CODE-COUNT < 10
               ADD 1 TO WS-EMP-CODE-COUNT
               MOVE DD-DEDUCTION-CODE
                   TO WS-EC-CODE (WS-EMP-CODE-COUNT)
               MOVE WS-ONE-DED TO WS-EC-AMOUNT (WS-EMP-CODE-COUNT)
           ELSE
               MOVE '**' TO WS-EC-CODE (10)
               ADD WS-ONE-DED TO WS-EC-AMOUNT (10)
           END-IF.

      **********************************************************
      *  470-DISBURSE-RTN - Performed from 400-CALC-RTN after  *
      *              net pay is computed.  Looks the employee  *
      *              up on the bank-details master and writes  *
      *              one direct-deposit payment record; an     *
      *              employee with no bank record is paid by   *
      *              paper check instead.                      *
      **********************************************************
       470-DISBURSE-RTN.
      *    No bank master on file means every employee is still
      *    a paper check - the whole register is paid by check
      *    until CH10PPK builds the master.
           IF NOT WS-BANK-IS-PRESENT
               PERFORM 480-PAPER-CHECK-RTN
           ELSE
                   WRITE DISBURSE-REC FROM DB-DETAIL-REC
                   ADD 1 TO WS-DISBURSE-CTR
                   ADD WS-NET-PAY TO WS-DISBURSE-NET
                   MOVE 'D' TO WS-PAID-BY
                   PERFORM 476-MASK-ACCOUNT-RTN
           END-READ.

      **********************************************************
      *  476-MASK-ACCOUNT-RTN - Performed from 475-READ-BANK-  *
      *              RTN.  Picks the last four characters of   *
      *              the account number, past any trailing     *
      *              spaces, for the earnings statement - the  *
      *              rest of the number is never printed.      *
      **********************************************************
       476-MASK-ACCOUNT-RTN.
           MOVE SPACES TO WS-ACCT-LAST4
           PERFORM 477-FIND-LAST-DIGITS-RTN
               VARYING WS-ACCT-POS FROM 17 BY -1
               UNTIL WS-ACCT-POS < 4
                  OR WS-ACCT-LAST4 NOT = SPACES.

      **********************************************************
      *  477-FIND-LAST-DIGITS-RTN - Performed from 476-MASK-   *
      *              ACCOUNT-RTN, right to left along the      *
      *              account number                            *
      **********************************************************
       477-FIND-LAST-DIGITS-RTN.
           IF BK-ACCOUNT-NO (WS-ACCT-POS:1) NOT = SPACE
               MOVE BK-ACCOUNT-NO (WS-ACCT-POS - 3:4)
                   TO WS-ACCT-LAST4
           END-IF.

      **********************************************************
      *  480-PAPER-CHECK-RTN - Performed from 470-DISBURSE-RTN *
      *              for an employee with no bank record.      *
      *              Takes the next check number, prints the   *
      *              check, records it on the check master and *
      *              lists it on the check register.           *
      **********************************************************
       480-PAPER-CHECK-RTN.
           MOVE IN-EMPLOYEE-NO TO PC-OUT-EMPLOYEE-NO
           MOVE IN-EMPLOYEE-NAME TO PC-OUT-EMPLOYEE-NAME
           MOVE WS-NET-PAY TO PC-OUT-NET-PAY

      *    Nothing to pay means nothing to print - the employee is
      *    listed without a check number so no number is wasted.
           IF WS-NET-PAY = ZERO
               MOVE ZEROS TO PC-OUT-CHECK-NO
               MOVE 'ZERO NET - NO CHECK' TO PC-OUT-NOTE
               WRITE PAPER-CHECK-REC FROM PC-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-ZERO-NET-CTR
               MOVE 'Z' TO WS-PAID-BY
           ELSE
               IF WS-PAPER-CHECK-CTR = ZERO
                   MOVE WS-NEXT-CHECK-NO TO WS-FIRST-CHECK-NO
               END-IF
               MOVE WS-NEXT-CHECK-NO TO WS-LAST-CHECK-NO
               ADD 1 TO WS-NEXT-CHECK-NO
               PERFORM 481-PRINT-CHECK-RTN
               PERFORM 482-WRITE-CHECK-MASTER-RTN
               MOVE WS-LAST-CHECK-NO TO PC-OUT-CHECK-NO
               MOVE SPACES TO PC-OUT-NOTE
               WRITE PAPER-CHECK-REC FROM PC-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-PAPER-CHECK-CTR
               ADD WS-NET-PAY TO WS-PAPER-CHECK-NET
               MOVE 'C' TO WS-PAID-BY
           END-IF.

      **********************************************************
      *  481-PRINT-CHECK-RTN - Performed from 480-PAPER-CHECK- *
      *              RTN.  Prints one check on its own page:   *
      *              the voucher stub with the period's gross, *
      *              withholding, deductions and net pay, the  *
      *              tear line, then the check face with the   *
      *              amount check-protected.                   *
      **********************************************************
       481-PRINT-CHECK-RTN.
           MOVE WS-LAST-CHECK-NO TO CS-OUT-CHECK-NO
                                    CS-OUT-CHECK-NO2
           MOVE IN-EMPLOYEE-NO TO CS-OUT-EMPLOYEE-NO
           MOVE IN-EMPLOYEE-NAME TO CS-OUT-EMPLOYEE-NAME
                                    CS-OUT-PAYEE
           MOVE WS-PERIOD-ID TO CS-OUT-PERIOD
                                CS-OUT-MEMO-PERIOD
           MOVE WS-GROSS TO CS-OUT-GROSS
           MOVE WS-FEDERAL-TAX TO CS-OUT-FEDERAL-TAX
           MOVE WS-STATE-TAX TO CS-OUT-STATE-TAX
           MOVE WS-FICA-TAX TO CS-OUT-FICA-TAX
           MOVE WS-MEDICARE-TAX TO CS-OUT-MEDICARE-TAX
           MOVE WS-EMP-DED-TOTAL TO CS-OUT-DED-TOTAL
           MOVE WS-NET-PAY TO CS-OUT-NET-PAY
                              CS-OUT-CHECK-AMOUNT
           IF WS-RETRO-PAY > ZERO
               MOVE 'RETRO PAY' TO CS-OUT-RETRO-LABEL
               MOVE WS-RETRO-PAY TO CS-OUT-RETRO-PAY
           ELSE
               MOVE SPACES TO CS-OUT-RETRO-LABEL
               MOVE ZEROS TO CS-OUT-RETRO-PAY
           END-IF.
           MOVE WS-IN-MO TO CS-OUT-MO
           MOVE WS-IN-DAY TO CS-OUT-DAY
           MOVE WS-IN-YR TO CS-OUT-YR

           WRITE CHECK-PRINT-REC FROM CS-STUB-LINE1
               AFTER ADVANCING PAGE
           WRITE CHECK-PRINT-REC FROM CS-STUB-LINE2
               AFTER ADVANCING 2 LINES
           WRITE CHECK-PRINT-REC FROM CS-STUB-LINE3
               AFTER ADVANCING 2 LINES
           WRITE CHECK-PRINT-REC FROM CS-STUB-LINE4
               AFTER ADVANCING 1 LINE
           WRITE CHECK-PRINT-REC FROM CS-STUB-LINE5
               AFTER ADVANCING 2 LINES
           WRITE CHECK-PRINT-REC FROM CS-TEAR-LINE
               AFTER ADVANCING 3 LINES
           WRITE CHECK-PRINT-REC FROM CS-CHECK-LINE1
               AFTER ADVANCING 3 LINES
           WRITE CHECK-PRINT-REC FROM CS-CHECK-LINE2
               AFTER ADVANCING 1 LINE
           WRITE CHECK-PRINT-REC FROM CS-CHECK-LINE3
               AFTER ADVANCING 2 LINES
           WRITE CHECK-PRINT-REC FROM CS-CHECK-LINE4
               AFTER ADVANCING 3 LINES
           WRITE CHECK-PRINT-REC FROM CS-CHECK-LINE5
               AFTER ADVANCING 1 LINE.

      **********************************************************
      *  482-WRITE-CHECK-MASTER-RTN - Performed from 480-      *
      *              PAPER-CHECK-RTN.  Records the check just  *
      *              printed as outstanding on the check       *
      *              master for CH10PPFR to reconcile.         *
      **********************************************************
       482-WRITE-CHECK-MASTER-RTN.
           MOVE WS-LAST-CHECK-NO TO CK-CHECK-NO
           MOVE IN-EMPLOYEE-NO TO CK-EMPLOYEE-NO
           MOVE IN-EMPLOYEE-NAME TO CK-PAYEE-NAME
           MOVE WS-NET-PAY TO CK-AMOUNT
           MOVE WS-T-DATE TO CK-ISSUE-DATE
           MOVE WS-PERIOD-ID TO CK-PERIOD-ID
           MOVE 'O' TO CK-STATUS
           MOVE SPACES TO CK-STATUS-DATE
           MOVE ZEROS TO CK-PAID-AMOUNT
                         CK-REISSUE-OF
                         CK-REISSUED-AS
           WRITE CHECK-MASTER-REC
               INVALID KEY
                   DISPLAY 'CH10PPN - CHECK ' CK-CHECK-NO
                       ' ALREADY ON CH10PPFM.DAT - CHECK CH10PPFC.CTL'
           END-WRITE.

      **********************************************************
      *  490-EMPLOYER-TAX-RTN - Performed from 400-CALC-RTN    *
      *              once the period's pay is final.  Rolls    *
      *              the employee's employer tax record into   *
      *              the run's quarter, computes the           *
      *              employer's FICA/Medicare match, FUTA and  *
      *              SUTA against the wage bases, and adds the *
      *              run into the QTD and YTD figures.  A      *
      *              record already stamped with this year's   *
      *              period is left as it is.                  *
      **********************************************************
       490-EMPLOYER-TAX-RTN.
           MOVE IN-EMPLOYEE-NO TO ET-EMPLOYEE-NO
           READ EMPLOYER-TAX-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ETAX-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ETAX-FOUND
           END-READ.

           IF WS-ETAX-IS-FOUND
              AND ET-TAX-YEAR = WS-TAX-YEAR
              AND ET-LAST-PERIOD = WS-PERIOD-ID
               CONTINUE
           ELSE
               PERFORM 492-ADD-EMPLOYER-TAX-RTN
           END-IF.

      **********************************************************
      *  492-ADD-EMPLOYER-TAX-RTN - Performed from 490-        *
      *              EMPLOYER-TAX-RTN for a period not yet     *
      *              added in.  Does the quarter and year      *
      *              roll, the employer taxes and the adds,    *
      *              and stamps the record with the period.    *
      **********************************************************
       492-ADD-EMPLOYER-TAX-RTN.
      *    A first run for the employee starts from zero; a run in
      *    a later year clears both sets of figures, a run in a
      *    later quarter of the same year clears only the QTD.
           IF NOT WS-ETAX-IS-FOUND
               MOVE IN-EMPLOYEE-NO TO ET-EMPLOYEE-NO
               MOVE ZEROS TO ET-QTD-FIGURES
               MOVE ZEROS TO ET-YTD-FIGURES
           ELSE
               IF ET-TAX-YEAR NOT = WS-TAX-YEAR
                   MOVE ZEROS TO ET-QTD-FIGURES
                   MOVE ZEROS TO ET-YTD-FIGURES
               ELSE
                   IF ET-QUARTER NOT = WS-TAX-QUARTER
                       MOVE ZEROS TO ET-QTD-FIGURES
                   END-IF
               END-IF
           END-IF.
           MOVE WS-TAX-YEAR TO ET-TAX-YEAR
           MOVE WS-TAX-QUARTER TO ET-QUARTER
           MOVE WS-PERIOD-ID TO ET-LAST-PERIOD

           MOVE ET-YTD-WAGES TO WS-PRIOR-YTD-WAGES
           MOVE WS-ER-FICA-BASE TO WS-WAGE-BASE
           PERFORM 495-TAXABLE-WAGES-RTN
           MOVE WS-TAXABLE-WAGES TO WS-FICA-TAXABLE
           MOVE WS-ER-FUTA-BASE TO WS-WAGE-BASE
           PERFORM 495-TAXABLE-WAGES-RTN
           MOVE WS-TAXABLE-WAGES TO WS-FUTA-TAXABLE
           MOVE WS-ER-SUTA-BASE TO WS-WAGE-BASE
           PERFORM 495-TAXABLE-WAGES-RTN
           MOVE WS-TAXABLE-WAGES TO WS-SUTA-TAXABLE

           COMPUTE WS-ER-FICA ROUNDED =
               WS-FICA-TAXABLE * WS-ER-FICA-RATE
           COMPUTE WS-ER-MEDICARE ROUNDED =
               WS-GROSS * WS-ER-MEDICARE-RATE
           COMPUTE WS-ER-FUTA ROUNDED =
               WS-FUTA-TAXABLE * WS-ER-FUTA-RATE
           COMPUTE WS-ER-SUTA ROUNDED =
               WS-SUTA-TAXABLE * WS-ER-SUTA-RATE

           ADD WS-GROSS TO ET-QTD-WAGES ET-YTD-WAGES
           ADD WS-FEDERAL-TAX TO ET-QTD-FEDERAL-WH ET-YTD-FEDERAL-WH
           ADD WS-FICA-TAX TO ET-QTD-EE-FICA ET-YTD-EE-FICA
           ADD WS-MEDICARE-TAX
               TO ET-QTD-EE-MEDICARE ET-YTD-EE-MEDICARE
           ADD WS-FICA-TAXABLE
               TO ET-QTD-FICA-TAXABLE ET-YTD-FICA-TAXABLE
           ADD WS-ER-FICA TO ET-QTD-ER-FICA ET-YTD-ER-FICA
           ADD WS-ER-MEDICARE
               TO ET-QTD-ER-MEDICARE ET-YTD-ER-MEDICARE
           ADD WS-FUTA-TAXABLE
               TO ET-QTD-FUTA-TAXABLE ET-YTD-FUTA-TAXABLE
           ADD WS-ER-FUTA TO ET-QTD-FUTA ET-YTD-FUTA
           ADD WS-SUTA-TAXABLE
               TO ET-QTD-SUTA-TAXABLE ET-YTD-SUTA-TAXABLE
           ADD WS-ER-SUTA TO ET-QTD-SUTA ET-YTD-SUTA

           IF WS-ETAX-IS-FOUND
               REWRITE EMPLOYER-TAX-REC
           ELSE
               WRITE EMPLOYER-TAX-REC
           END-IF.

           ADD WS-ER-FICA TO WS-TOT-ER-FICA
           ADD WS-ER-MEDICARE TO WS-TOT-ER-MEDICARE
           ADD WS-ER-FUTA TO WS-TOT-ER-FUTA
           ADD WS-ER-SUTA TO WS-TOT-ER-SUTA.

      **********************************************************
      *  495-TAXABLE-WAGES-RTN - Performed from 492-ADD-       *
      *              EMPLOYER-TAX-RTN for each capped tax.     *
      *              The part of this period's gross that      *
      *              still falls under WS-WAGE-BASE after the  *
      *              wages already paid this year is taxable;  *
      *              none of it is once the base is reached.   *
      **********************************************************
       495-TAXABLE-WAGES-RTN.
           IF WS-PRIOR-YTD-WAGES >= WS-WAGE-BASE
               MOVE ZEROS TO WS-TAXABLE-WAGES
           ELSE
               IF WS-PRIOR-YTD-WAGES + WS-GROSS > WS-WAGE-BASE
                   COMPUTE WS-TAXABLE-WAGES =
                       WS-WAGE-BASE - WS-PRIOR-YTD-WAGES
               ELSE
                   MOVE WS-GROSS TO WS-TAXABLE-WAGES
               END-IF
           END-IF.

      *********************************************************
      *   500-DEPT-BREAK - Performed from 100-MAIN-MODULE and *
               PERFORM 300-HEADING-RTN
           END-IF.

      **********************************************************
      *  485-WRITE-PAY-HISTORY-RTN - Performed from 400-CALC-  *
      *              RTN once the period's pay is final.       *
      *              Appends the employee's pay history record *
      *              unless 486-YTD-EARNINGS-RTN found the     *
      *              period already posted, and, when back pay *
      *              went out with it, stamps the retro record *
      *              with this period so it is never paid      *
      *              twice.                                    *
      **********************************************************
       485-WRITE-PAY-HISTORY-RTN.
           IF NOT WS-PERIOD-IS-POSTED
               PERFORM 493-APPEND-PAY-HISTORY-RTN
           END-IF.

           IF WS-RETRO-PAY > ZERO
               MOVE WS-PERIOD-ID TO RE-PAID-PERIOD
               REWRITE RETRO-REC
               ADD WS-RETRO-PAY TO WS-TOT-RETRO-PAY
               ADD 1 TO WS-RETRO-CTR
           END-IF.

      **********************************************************
      *  493-APPEND-PAY-HISTORY-RTN - Performed from 485-      *
      *              WRITE-PAY-HISTORY-RTN.  Builds and        *
      *              appends the pay history record.           *
      **********************************************************
       493-APPEND-PAY-HISTORY-RTN.
           MOVE IN-EMPLOYEE-NO TO PH-EMPLOYEE-NO
           MOVE WS-PERIOD-ID TO PH-PERIOD-ID
           MOVE WS-PERIOD-END-DATE TO PH-PERIOD-END-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PH-RUN-DATE
           MOVE WS-PERIODS-PER-YEAR TO PH-PERIODS-PER-YEAR
           MOVE IN-PAY-TYPE TO PH-PAY-TYPE
           MOVE IN-ANNUAL-SALARY TO PH-ANNUAL-SALARY
           MOVE IN-HOURLY-RATE TO PH-HOURLY-RATE
           IF IN-PAY-HOURLY
               MOVE TC-REGULAR-HOURS TO PH-REGULAR-HOURS
               MOVE TC-OVERTIME-HOURS TO PH-OVERTIME-HOURS
           ELSE
               MOVE ZEROS TO PH-REGULAR-HOURS PH-OVERTIME-HOURS
           END-IF.
           COMPUTE PH-GROSS = WS-GROSS - WS-RETRO-PAY
           MOVE WS-RETRO-PAY TO PH-RETRO-PAY
           WRITE PAY-HISTORY-REC.

      **********************************************************
      *  486-YTD-EARNINGS-RTN - Performed from 400-CALC-RTN    *
      *              once the period's pay is final.  Adds the *
      *              period's gross, withholding, deductions   *
      *              by code and net pay into the employee's   *
      *              year-to-date record, starting it over in  *
      *              a new year.  A record already stamped     *
      *              with this year's period is left as it is  *
      *              and the employee counted as reposted.     *
      **********************************************************
       486-YTD-EARNINGS-RTN.
           MOVE IN-EMPLOYEE-NO TO YT-EMPLOYEE-NO
           READ YTD-EARNINGS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-YTD-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-YTD-FOUND
           END-READ.

           IF WS-YTD-IS-FOUND
              AND YT-YEAR = WS-TAX-YEAR
              AND YT-LAST-PERIOD = WS-PERIOD-ID
               MOVE 'Y' TO WS-PERIOD-POSTED
               ADD 1 TO WS-REPOSTED-CTR
           ELSE
               MOVE 'N' TO WS-PERIOD-POSTED
               PERFORM 491-ADD-YTD-EARNINGS-RTN
           END-IF.

      **********************************************************
      *  491-ADD-YTD-EARNINGS-RTN - Performed from 486-YTD-    *
      *              EARNINGS-RTN for a period not yet added   *
      *              in.  Adds the period and stamps the       *
      *              record with it.                           *
      **********************************************************
       491-ADD-YTD-EARNINGS-RTN.
           IF NOT WS-YTD-IS-FOUND OR YT-YEAR NOT = WS-TAX-YEAR
               MOVE IN-EMPLOYEE-NO TO YT-EMPLOYEE-NO
               MOVE WS-TAX-YEAR TO YT-YEAR
               MOVE ZEROS TO YT-GROSS YT-RETRO-PAY
                             YT-FEDERAL-TAX YT-STATE-TAX
                             YT-FICA-TAX YT-MEDICARE-TAX
                             YT-DED-TOTAL YT-NET-PAY
                             YT-DED-COUNT
           END-IF.

           MOVE WS-PERIOD-ID TO YT-LAST-PERIOD
           ADD WS-GROSS TO YT-GROSS
           ADD WS-RETRO-PAY TO YT-RETRO-PAY
           ADD WS-FEDERAL-TAX TO YT-FEDERAL-TAX
           ADD WS-STATE-TAX TO YT-STATE-TAX
           ADD WS-FICA-TAX TO YT-FICA-TAX
           ADD WS-MEDICARE-TAX TO YT-MEDICARE-TAX
           ADD WS-EMP-DED-TOTAL TO YT-DED-TOTAL
           ADD WS-NET-PAY TO YT-NET-PAY
           PERFORM 487-ADD-YTD-DED-RTN
               VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EMP-CODE-COUNT.

           IF WS-YTD-IS-FOUND
               REWRITE YTD-EARNINGS-REC
           ELSE
               WRITE YTD-EARNINGS-REC
           END-IF.

      **********************************************************
      *  487-ADD-YTD-DED-RTN - Performed from 491-ADD-YTD-     *
      *              EARNINGS-RTN for each deduction code      *
      *              taken this period.  Adds it to the code's *
      *              year-to-date entry, opening one for a     *
      *              code first taken this period.             *
      **********************************************************
       487-ADD-YTD-DED-RTN.
           MOVE ZEROS TO WS-YT-MATCH
           PERFORM 483-MATCH-YTD-CODE-RTN
               VARYING WS-YT-IDX FROM 1 BY 1
               UNTIL WS-YT-IDX > YT-DED-COUNT.

           IF WS-YT-MATCH = ZERO
               IF YT-DED-COUNT < 10
                   ADD 1 TO YT-DED-COUNT
                   MOVE YT-DED-COUNT TO WS-YT-MATCH
                   MOVE WS-EC-CODE (WS-EC-IDX)
                       TO YT-DED-CODE (WS-YT-MATCH)
                   MOVE ZEROS TO YT-DED-AMOUNT (WS-YT-MATCH)
               ELSE
                   MOVE 10 TO WS-YT-MATCH
                   MOVE '**' TO YT-DED-CODE (10)
               END-IF
           END-IF.

           ADD WS-EC-AMOUNT (WS-EC-IDX)
               TO YT-DED-AMOUNT (WS-YT-MATCH).

      **********************************************************
      *  483-MATCH-YTD-CODE-RTN - Performed from 487-ADD-YTD-  *
      *              DED-RTN for each year-to-date entry       *
      **********************************************************
       483-MATCH-YTD-CODE-RTN.
           IF YT-DED-CODE (WS-YT-IDX) = WS-EC-CODE (WS-EC-IDX)
               MOVE WS-YT-IDX TO WS-YT-MATCH
           END-IF.

      **********************************************************
      *  488-PRINT-STATEMENT-RTN - Performed from 400-CALC-RTN *
      *              after the year-to-date record is updated. *
      *              Prints the employee's earnings statement  *
      *              on its own page: the period's and the     *
      *              year's gross, each withholding, each      *
      *              deduction code and net pay, then how the  *
      *              net was paid.                             *
      **********************************************************
       488-PRINT-STATEMENT-RTN.
           MOVE IN-DEPT TO ES-OUT-DEPT
           MOVE IN-TERR TO ES-OUT-TERR
           MOVE IN-EMPLOYEE-NO TO ES-OUT-EMPLOYEE-NO
           MOVE IN-EMPLOYEE-NAME TO ES-OUT-EMPLOYEE-NAME
           MOVE WS-PERIOD-ID TO ES-OUT-PERIOD
           MOVE WS-PERIOD-END-DATE (5:2) TO ES-OUT-END-MO
           MOVE WS-PERIOD-END-DATE (7:2) TO ES-OUT-END-DAY
           MOVE WS-PERIOD-END-DATE (1:4) TO ES-OUT-END-YR
           WRITE STATEMENT-REC FROM ES-HEADING1
               AFTER ADVANCING PAGE
           WRITE STATEMENT-REC FROM ES-HEADING2
               AFTER ADVANCING 2 LINES
           WRITE STATEMENT-REC FROM ES-HEADING3
               AFTER ADVANCING 1 LINE
           WRITE STATEMENT-REC FROM ES-HEADING4
               AFTER ADVANCING 2 LINES

      *    Retro pay gets its own line only in a year that has
      *    had some; otherwise gross is all regular pay.
           IF YT-RETRO-PAY > ZERO
               MOVE 'REGULAR PAY' TO ES-OUT-LABEL
               COMPUTE ES-OUT-CURRENT = WS-GROSS - WS-RETRO-PAY
               COMPUTE ES-OUT-YTD = YT-GROSS - YT-RETRO-PAY
               WRITE STATEMENT-REC FROM ES-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'RETRO PAY' TO ES-OUT-LABEL
               MOVE WS-RETRO-PAY TO ES-OUT-CURRENT
               MOVE YT-RETRO-PAY TO ES-OUT-YTD
               WRITE STATEMENT-REC FROM ES-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'GROSS PAY' TO ES-OUT-LABEL
           MOVE WS-GROSS TO ES-OUT-CURRENT
           MOVE YT-GROSS TO ES-OUT-YTD
           WRITE STATEMENT-REC FROM ES-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'FEDERAL WITHHOLDING' TO ES-OUT-LABEL
           MOVE WS-FEDERAL-TAX TO ES-OUT-CURRENT
           MOVE YT-FEDERAL-TAX TO ES-OUT-YTD
           WRITE STATEMENT-REC FROM ES-DETAIL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'STATE WITHHOLDING' TO ES-OUT-LABEL
           MOVE WS-STATE-TAX TO ES-OUT-CURRENT
           MOVE YT-STATE-TAX TO ES-OUT-YTD
           WRITE STATEMENT-REC FROM ES-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FICA' TO ES-OUT-LABEL
           MOVE WS-FICA-TAX TO ES-OUT-CURRENT
           MOVE YT-FICA-TAX TO ES-OUT-YTD
           WRITE STATEMENT-REC FROM ES-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'MEDICARE' TO ES-OUT-LABEL
           MOVE WS-MEDICARE-TAX TO ES-OUT-CURRENT
           MOVE YT-MEDICARE-TAX TO ES-OUT-YTD
           WRITE STATEMENT-REC FROM ES-DETAIL-LINE
               AFTER ADVANCING 1 LINE

      *    Every code taken this year is listed, so a deduction
      *    stopped earlier in the year still shows its YTD.
           IF YT-DED-COUNT > ZERO
               MOVE SPACES TO STATEMENT-REC
               WRITE STATEMENT-REC
                   AFTER ADVANCING 1 LINE
               PERFORM 489-PRINT-STMT-DED-RTN
                   VARYING WS-YT-IDX FROM 1 BY 1
                   UNTIL WS-YT-IDX > YT-DED-COUNT
               MOVE 'TOTAL DEDUCTIONS' TO ES-OUT-LABEL
               MOVE WS-EMP-DED-TOTAL TO ES-OUT-CURRENT
               MOVE YT-DED-TOTAL TO ES-OUT-YTD
               WRITE STATEMENT-REC FROM ES-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           WRITE STATEMENT-REC FROM ES-RULE-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'NET PAY' TO ES-OUT-LABEL
           MOVE WS-NET-PAY TO ES-OUT-CURRENT
           MOVE YT-NET-PAY TO ES-OUT-YTD
           WRITE STATEMENT-REC FROM ES-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           EVALUATE TRUE
               WHEN WS-PAID-BY-DEPOSIT
                   MOVE 'DIRECT DEPOSIT TO ACCOUNT ENDING'
                       TO ES-OUT-PAID-TEXT
                   MOVE SPACES TO ES-OUT-PAID-REF
                   MOVE '****' TO ES-OUT-PAID-REF (1:4)
                   MOVE WS-ACCT-LAST4 TO ES-OUT-PAID-REF (5:4)
               WHEN WS-PAID-BY-CHECK
                   MOVE 'PAID BY CHECK NUMBER' TO ES-OUT-PAID-TEXT
                   MOVE WS-LAST-CHECK-NO TO ES-OUT-PAID-REF
               WHEN OTHER
                   MOVE 'NO PAYMENT - NET PAY IS ZERO'
                       TO ES-OUT-PAID-TEXT
                   MOVE SPACES TO ES-OUT-PAID-REF
           END-EVALUATE.
           WRITE STATEMENT-REC FROM ES-PAID-LINE
               AFTER ADVANCING 3 LINES.

      **********************************************************
      *  489-PRINT-STMT-DED-RTN - Performed from 488-PRINT-    *
      *              STATEMENT-RTN for each year-to-date       *
      *              deduction code.  The current amount is    *
      *              the period's for the same code, zero when *
      *              it was not taken this period.             *
      **********************************************************
       489-PRINT-STMT-DED-RTN.
           MOVE ZEROS TO WS-EC-CURRENT
           PERFORM 484-MATCH-CURRENT-CODE-RTN
               VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EMP-CODE-COUNT.

           EVALUATE YT-DED-CODE (WS-YT-IDX)
               WHEN 'IN'
                   MOVE 'INSURANCE' TO ES-OUT-LABEL
               WHEN 'RT'
                   MOVE 'RETIREMENT' TO ES-OUT-LABEL
               WHEN '**'
                   MOVE 'OTHER DEDUCTIONS' TO ES-OUT-LABEL
               WHEN OTHER
                   MOVE YT-DED-CODE (WS-YT-IDX) TO ES-OUT-DED-CODE
                   MOVE ES-DED-LABEL TO ES-OUT-LABEL
           END-EVALUATE.
           MOVE WS-EC-CURRENT TO ES-OUT-CURRENT
           MOVE YT-DED-AMOUNT (WS-YT-IDX) TO ES-OUT-YTD
           WRITE STATEMENT-REC FROM ES-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      **********************************************************
      *  484-MATCH-CURRENT-CODE-RTN - Performed from 489-PRINT-*
      *              STMT-DED-RTN for each code taken this     *
      *              period                                    *
      **********************************************************
       484-MATCH-CURRENT-CODE-RTN.
           IF WS-EC-CODE (WS-EC-IDX) = YT-DED-CODE (WS-YT-IDX)
               ADD WS-EC-AMOUNT (WS-EC-IDX) TO WS-EC-CURRENT
           END-IF.

      ************************************************************
      *  700-END-PROGRAM-RTN - Performed from 100-MAIN-MODULE    *
      *                        Prints company totals for gross,  *
           WRITE OUT-REGISTER-REC FROM DL-FINAL-TOTAL-LINE3
               AFTER ADVANCING 1 LINE.

           IF WS-RETRO-CTR > ZERO
               MOVE WS-TOT-RETRO-PAY TO DL-OUT-TOT-RETRO-PAY
               MOVE WS-RETRO-CTR TO DL-OUT-RETRO-CTR
               WRITE OUT-REGISTER-REC FROM DL-FINAL-TOTAL-LINE6
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'COMPANY DED -    ' TO DL-OUT-DED-LEVEL.
           MOVE WS-TOT-DED (1) TO DL-OUT-SUB-DED-INS.
           MOVE WS-TOT-DED (2) TO DL-OUT-SUB-DED-RET.
           WRITE OUT-REGISTER-REC FROM DL-DED-SUBTOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-TOT-ER-FICA TO DL-OUT-TOT-ER-FICA.
           MOVE WS-TOT-ER-MEDICARE TO DL-OUT-TOT-ER-MEDICARE.
           WRITE OUT-REGISTER-REC FROM DL-FINAL-TOTAL-LINE4
               AFTER ADVANCING 2 LINES.
           MOVE WS-TOT-ER-FUTA TO DL-OUT-TOT-ER-FUTA.
           MOVE WS-TOT-ER-SUTA TO DL-OUT-TOT-ER-SUTA.
           WRITE OUT-REGISTER-REC FROM DL-FINAL-TOTAL-LINE5
               AFTER ADVANCING 1 LINE.

           IF WS-NO-CARD-CTR > ZERO
               MOVE WS-NO-CARD-CTR TO GE-OUT-NO-CARD-CTR
               WRITE OUT-REGISTER-REC FROM GE-NO-CARD-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           IF WS-REPOSTED-CTR > ZERO
               MOVE WS-REPOSTED-CTR TO GE-OUT-REPOSTED-CTR
               WRITE OUT-REGISTER-REC FROM GE-REPOSTED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           PERFORM 750-POST-GL-RTN.

           WRITE OUT-REGISTER-REC FROM HL-HEADING-FINAL
               AFTER ADVANCING 2 LINES.

           IF WS-PAPER-CHECK-CTR = ZERO
               WRITE PAPER-CHECK-REC FROM PC-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-FIRST-CHECK-NO TO PC-OUT-FIRST-CHECK-NO
               MOVE WS-LAST-CHECK-NO TO PC-OUT-LAST-CHECK-NO
               WRITE PAPER-CHECK-REC FROM PC-RANGE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-PAPER-CHECK-CTR TO PC-OUT-CHECK-CTR
           MOVE WS-PAPER-CHECK-NET TO PC-OUT-CHECK-TOTAL
           WRITE PAPER-CHECK-REC FROM PC-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 770-SAVE-CHECK-NUMBER-RTN.

      ************************************************************
      *  770-SAVE-CHECK-NUMBER-RTN - Performed from 700-END-      *
      *                    PROGRAM-RTN.  Writes the next unused   *
      *                    check number back to CH10PPFC.CTL so   *
      *                    the next run carries on the sequence.  *
      ************************************************************
       770-SAVE-CHECK-NUMBER-RTN.
           MOVE WS-NEXT-CHECK-NO TO CN-NEXT-CHECK-NO
           OPEN OUTPUT CHECK-CONTROL-FILE
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE.

      ************************************************************
      *  750-POST-GL-RTN - Performed from 700-END-PROGRAM-RTN,    *
      *                    credits each withholding, deduction   *
      *                    and net-pay company total to its GL    *
      *                    liability or cash account and closes   *
      *                    the batch with the job total record.   *
      *                    A closed period posts nothing.         *
      ************************************************************
       750-POST-GL-RTN.
           IF WS-PERIOD-IS-CLOSED
               MOVE WS-GL-PERIOD TO GE-OUT-PERIOD
               WRITE OUT-REGISTER-REC FROM GE-PERIOD-CLOSED-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE WS-TOT-FEDERAL-TAX TO WS-GL-LIAB-AMT (1)
               MOVE WS-TOT-STATE-TAX TO WS-GL-LIAB-AMT (2)
               MOVE WS-TOT-FICA-TAX TO WS-GL-LIAB-AMT (3)
               MOVE WS-TOT-MEDICARE-TAX TO WS-GL-LIAB-AMT (4)
               MOVE WS-TOT-DED (1) TO WS-GL-LIAB-AMT (5)
               MOVE WS-TOT-DED (2) TO WS-GL-LIAB-AMT (6)
               MOVE WS-TOT-DED (3) TO WS-GL-LIAB-AMT (7)
               MOVE WS-TOT-NET-PAY TO WS-GL-LIAB-AMT (8)
               PERFORM 755-POST-ONE-LIABILITY-RTN
                   VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > 8

               MOVE 'TOTAL   ' TO GL-ACCOUNT-CODE
               MOVE WS-GL-PERIOD TO GL-PERIOD
               MOVE SPACE TO GL-DR-CR
               MOVE WS-GL-POSTED-TOTAL TO GL-AMOUNT
               MOVE 'CH10PPN ' TO GL-SOURCE-JOB
               MOVE 'T' TO GL-RECORD-TYPE
               WRITE GL-POSTING-REC
           END-IF.

      ************************************************************
      *  755-POST-ONE-LIABILITY-RTN - Performed from 750-POST-GL- *
      *                    RTN, proves one account on the chart   *
      *                    and writes its credit detail.  A zero  *
      *                    total writes nothing.                  *
      ************************************************************
       755-POST-ONE-LIABILITY-RTN.
           IF WS-GL-LIAB-AMT (WS-GL-IDX) > ZERO
               MOVE WS-GL-LIAB-ACCT (WS-GL-IDX) TO WS-GL-ACCOUNT
               PERFORM 760-CHECK-CHART-RTN
      *        An account not on the chart is held off the file and
      *        left out of the control total, so GLBALNCE still
      *        proves what was posted.
               IF WS-CHART-COUNT > ZERO AND WS-CHART-MATCHED = ZERO
                   MOVE WS-GL-ACCOUNT TO GE-OUT-ACCOUNT
                   WRITE OUT-REGISTER-REC FROM GE-GL-REJECT-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-GL-REJECT-CTR
               ELSE
                   MOVE WS-GL-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE WS-GL-PERIOD TO GL-PERIOD
                   MOVE 'C' TO GL-DR-CR
                   MOVE WS-GL-LIAB-AMT (WS-GL-IDX) TO GL-AMOUNT
                   MOVE 'CH10PPN ' TO GL-SOURCE-JOB
                   MOVE 'D' TO GL-RECORD-TYPE
                   WRITE GL-POSTING-REC
                   ADD WS-GL-LIAB-AMT (WS-GL-IDX)
                       TO WS-GL-POSTED-TOTAL
               END-IF
           END-IF.

      ************************************************************
      *  760-CHECK-CHART-RTN - Performed from 755-POST-ONE-       *
      *                    LIABILITY-RTN, looks the account up in *
      *                    the chart table.  An empty table       *
      *                    validates nothing, the old behavior.   *
      ************************************************************
       760-CHECK-CHART-RTN.
           MOVE ZEROS TO WS-CHART-MATCHED.
           PERFORM 765-CHECK-ONE-ACCOUNT-RTN
               VARYING WS-CHART-IDX FROM 1 BY 1
               UNTIL WS-CHART-IDX > WS-CHART-COUNT
                     OR WS-CHART-MATCHED > ZERO.

      ************************************************************
      *  765-CHECK-ONE-ACCOUNT-RTN - Performed from 760-CHECK-    *
      *                    CHART-RTN, compares the account to one *
      *                    active chart entry                     *
      ************************************************************
       765-CHECK-ONE-ACCOUNT-RTN.
           IF WS-GL-ACCOUNT = WS-CHART-ACCOUNT (WS-CHART-IDX)
              AND WS-CHART-ACTIVE (WS-CHART-IDX) = 'A'
               MOVE WS-CHART-IDX TO WS-CHART-MATCHED
           END-IF.

      ************************************************************
           OPEN INPUT IN-EMPLOYEE-FILE
                OUTPUT OUT-REGISTER-FILE
                OUTPUT DISBURSE-FILE
                OUTPUT PAPER-CHECK-FILE
                OUTPUT CHECK-PRINT-FILE
                OUTPUT STATEMENT-FILE.

           PERFORM 892-OPEN-CHECK-FILES-RTN.
           PERFORM 894-OPEN-YTD-FILE-RTN.

           OPEN INPUT BANK-MASTER-FILE.
           IF NOT WS-BANK-OK
               MOVE 'N' TO WS-DED-PRESENT
           END-IF.

           OPEN INPUT TIME-CARD-FILE.
           IF NOT WS-TIME-CARD-OK
               MOVE 'N' TO WS-TIME-CARDS-PRESENT
           END-IF.

           PERFORM 810-READ-PAY-CALENDAR-RTN.
           MOVE WS-PERIOD-ID TO HL-OUT-PERIOD.

           PERFORM 890-OPEN-PAY-HISTORY-RTN.
           OPEN I-O RETRO-FILE.
           IF NOT WS-RETRO-OK
               MOVE 'N' TO WS-RETRO-PRESENT
           END-IF.

           PERFORM 850-OPEN-GL-FILE-RTN.
           PERFORM 860-LOAD-CHART-RTN.
           PERFORM 870-CHECK-PERIOD-STATUS-RTN.
           PERFORM 880-OPEN-EMPLOYER-TAX-RTN.
           PERFORM 885-READ-EMPLOYER-RATES-RTN.

           PERFORM 820-LOAD-TAX-RATES-RTN.
           IF WS-RATES-ARE-LOADED
               MOVE 'TAX RATES FROM TAXRATE.CTL EFFECTIVE'
           END-IF
           WRITE OUT-REGISTER-REC FROM RL-RATE-NOTICE-LINE.

           MOVE WS-PERIOD-ID TO PC-OUT-PERIOD
           WRITE PAPER-CHECK-REC FROM PC-HEADING1
               AFTER ADVANCING PAGE
           WRITE PAPER-CHECK-REC FROM PC-HEADING-PERIOD
               AFTER ADVANCING 1 LINE
           WRITE PAPER-CHECK-REC FROM PC-HEADING2
               AFTER ADVANCING 2 LINES.

                   NOT AT END
                       MOVE CC-FREQUENCY TO WS-FREQUENCY
                       MOVE CC-PERIOD-ID TO WS-PERIOD-ID
                       MOVE CC-PERIOD-END-DATE TO WS-PERIOD-END-DATE
               END-READ
               CLOSE PAY-CALENDAR-FILE
           END-IF.

           IF WS-PERIOD-END-DATE IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PERIOD-END-DATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-FREQ-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
                   MOVE 'ANNUAL' TO WS-PERIOD-ID
           END-EVALUATE.

      *    The GL period is the YYYYMM the period identifier opens
      *    with; an annual run or a free-form identifier posts to
      *    the month the register runs in.
           IF WS-PERIOD-ID (1:6) IS NUMERIC
               MOVE WS-PERIOD-ID (1:6) TO WS-GL-PERIOD
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-GL-PERIOD
           END-IF.

      *    The employer tax quarter follows the same month.
           MOVE WS-GL-PERIOD (1:4) TO WS-TAX-YEAR
           MOVE WS-GL-PERIOD (5:2) TO WS-TAX-MONTH
           COMPUTE WS-TAX-QUARTER = (WS-TAX-MONTH + 2) / 3.

      ***********************************************************
      * 820-LOAD-TAX-RATES-RTN - Performed from 800-            *
      *                    INITIALIZATION-RTN.  Loads the       *
                                     WS-RT-BRACKET (WS-RATE-IDX))
           END-IF.

      ***********************************************************
      * 850-OPEN-GL-FILE-RTN - Performed from 800-              *
      *                    INITIALIZATION-RTN.  Opens the       *
      *                    shared GL posting interface file for *
      *                    append, creating it on its first-    *
      *                    ever run.                            *
      ***********************************************************
       850-OPEN-GL-FILE-RTN.
           OPEN EXTEND GL-POSTING-FILE.
           IF WS-GL-FILE-DOES-NOT-EXIST
               OPEN OUTPUT GL-POSTING-FILE
               CLOSE GL-POSTING-FILE
               OPEN EXTEND GL-POSTING-FILE
           END-IF.

      ***********************************************************
      * 860-LOAD-CHART-RTN - Performed from 800-INITIALIZATION- *
      *                    RTN.  Loads GLCHART.CTL into WS-     *
      *                    CHART-TABLE.  A missing or empty     *
      *                    file leaves the table at zero        *
      *                    entries and every account passes.    *
      ***********************************************************
       860-LOAD-CHART-RTN.
           OPEN INPUT CHART-FILE.
           IF WS-CHART-FILE-OK
               PERFORM UNTIL WS-CHART-FILE-STATUS = '10'
                       OR WS-CHART-COUNT = 100
                   READ CHART-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CHART-COUNT
                           MOVE GC-ACCOUNT-CODE TO
                               WS-CHART-ACCOUNT (WS-CHART-COUNT)
                           MOVE GC-DESCRIPTION TO
                               WS-CHART-DESC (WS-CHART-COUNT)
                           MOVE GC-ACTIVE-FLAG TO
                               WS-CHART-ACTIVE (WS-CHART-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CHART-FILE
           END-IF.

      ***********************************************************
      * 870-CHECK-PERIOD-STATUS-RTN - Performed from 800-       *
      *                    INITIALIZATION-RTN after the pay     *
      *                    calendar is read.  Marks the pay     *
      *                    period's GL month closed when        *
      *                    GLPERIOD.CTL shows finance has taken *
      *                    it.  A missing file leaves every     *
      *                    period open.                         *
      ***********************************************************
       870-CHECK-PERIOD-STATUS-RTN.
           OPEN INPUT PERIOD-STATUS-FILE.
           IF WS-PERIOD-FILE-OK
               PERFORM UNTIL WS-PERIOD-FILE-STATUS = '10'
                   READ PERIOD-STATUS-FILE
                       AT END
                           MOVE '10' TO WS-PERIOD-FILE-STATUS
                       NOT AT END
                           IF GP-PERIOD = WS-GL-PERIOD
                              AND GP-STATUS = 'C'
                               MOVE 'Y' TO WS-PERIOD-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           END-IF.

      ***********************************************************
      * 880-OPEN-EMPLOYER-TAX-RTN - Performed from 800-         *
      *                    INITIALIZATION-RTN.  Opens the       *
      *                    employer tax file I-O, creating it   *
      *                    on its first-ever run.               *
      ***********************************************************
       880-OPEN-EMPLOYER-TAX-RTN.
           OPEN I-O EMPLOYER-TAX-FILE.
           IF WS-ETAX-DOES-NOT-EXIST
               OPEN OUTPUT EMPLOYER-TAX-FILE
               CLOSE EMPLOYER-TAX-FILE
               OPEN I-O EMPLOYER-TAX-FILE
           END-IF.

      ***********************************************************
      * 885-READ-EMPLOYER-RATES-RTN - Performed from 800-       *
      *                    INITIALIZATION-RTN.  CH10PPE.CTL     *
      *                    carries the employer FICA rate and   *
      *                    wage base, Medicare rate, and the    *
      *                    FUTA and SUTA rates and wage bases.  *
      *                    A missing file leaves the compiled   *
      *                    defaults in force.                   *
      ***********************************************************
       885-READ-EMPLOYER-RATES-RTN.
           OPEN INPUT EMPLOYER-RATE-FILE.
           IF WS-ER-RATE-OK
               READ EMPLOYER-RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ER-FICA-RATE TO WS-ER-FICA-RATE
                       MOVE ER-FICA-BASE TO WS-ER-FICA-BASE
                       MOVE ER-MEDICARE-RATE TO WS-ER-MEDICARE-RATE
                       MOVE ER-FUTA-RATE TO WS-ER-FUTA-RATE
                       MOVE ER-FUTA-BASE TO WS-ER-FUTA-BASE
                       MOVE ER-SUTA-RATE TO WS-ER-SUTA-RATE
                       MOVE ER-SUTA-BASE TO WS-ER-SUTA-BASE
               END-READ
               CLOSE EMPLOYER-RATE-FILE
           END-IF.

      ***********************************************************
      * 890-OPEN-PAY-HISTORY-RTN - Performed from 800-          *
      *                    INITIALIZATION-RTN.  Opens the pay   *
      *                    history for append so it spans every *
      *                    register run.  Creates the file on   *
      *                    its first-ever run.                  *
      ***********************************************************
       890-OPEN-PAY-HISTORY-RTN.
           OPEN EXTEND PAY-HISTORY-FILE.
           IF WS-PAY-HIST-DOES-NOT-EXIST
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN EXTEND PAY-HISTORY-FILE
           END-IF.

      ***********************************************************
      * 892-OPEN-CHECK-FILES-RTN - Performed from 800-          *
      *                    INITIALIZATION-RTN.  Picks up the    *
      *                    next check number from CH10PPFC.CTL  *
      *                    (check 0000001 when there is none)   *
      *                    and opens the check master, creating *
      *                    it on the first run that needs it.   *
      ***********************************************************
       892-OPEN-CHECK-FILES-RTN.
           OPEN INPUT CHECK-CONTROL-FILE.
           IF WS-CHECK-CTL-OK
               READ CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CN-NEXT-CHECK-NO IS NUMERIC
                          AND CN-NEXT-CHECK-NO > ZERO
                           MOVE CN-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

           OPEN I-O CHECK-MASTER-FILE.
           IF WS-CHECK-MST-DOES-NOT-EXIST
               OPEN OUTPUT CHECK-MASTER-FILE
               CLOSE CHECK-MASTER-FILE
               OPEN I-O CHECK-MASTER-FILE
           END-IF.

      ***********************************************************
      * 894-OPEN-YTD-FILE-RTN - Performed from 800-             *
      *                    INITIALIZATION-RTN.  Opens the       *
      *                    year-to-date earnings file I-O,      *
      *                    creating it on its first-ever run.   *
      ***********************************************************
       894-OPEN-YTD-FILE-RTN.
           OPEN I-O YTD-EARNINGS-FILE.
           IF WS-YTD-DOES-NOT-EXIST
               OPEN OUTPUT YTD-EARNINGS-FILE
               CLOSE YTD-EARNINGS-FILE
               OPEN I-O YTD-EARNINGS-FILE
           END-IF.

      ***********************************************************
      * 900-END-OF-JOB-RTN - Performed from 100-MAIN-MODULE     *
      *                      Closes the files                   *
           CLOSE IN-EMPLOYEE-FILE
                 OUT-REGISTER-FILE
                 DISBURSE-FILE
                 PAPER-CHECK-FILE
                 CHECK-PRINT-FILE
                 CHECK-MASTER-FILE
                 GL-POSTING-FILE
                 EMPLOYER-TAX-FILE
                 PAY-HISTORY-FILE
                 YTD-EARNINGS-FILE
                 STATEMENT-FILE.
           IF WS-RETRO-IS-PRESENT
               CLOSE RETRO-FILE
           END-IF.
           IF WS-BANK-IS-PRESENT
               CLOSE BANK-MASTER-FILE
           END-IF.
           IF WS-DED-IS-PRESENT
               CLOSE DED-MASTER-FILE
           END-IF.
           IF WS-TIME-CARDS-ARE-PRESENT
               CLOSE TIME-CARD-FILE
           END-IF.
