      ************************************************************
      *  OPERREC - Operator master record layout for the keyed   *
      *            OPERMAST.DAT, the one authority on who may    *
      *            sign on to the interactive programs.  The     *
      *            sign-on screen in CTLMAINT, CH10PPI, PROJECT1 *
      *            and PROJECT3 reads it; OPERMNT is the only    *
      *            program that adds or changes operators.  COPY *
      *            this under the 01-level record name each      *
      *            program uses.                                 *
      *                                                          *
      *  OP-PASSWORD is held scrambled (see SIGNONWS) and never  *
      *  in clear, and is never printed.  An operator whose      *
      *  failed sign-ons reach the limit is set to L and stays   *
      *  locked out until OPERMNT unlocks the record.            *
      *  OP-PROGRAM lists the programs the operator may run;     *
      *  OP-CTL-FILE-FLAG is Y for each CTLMAINT menu file (1-7, *
      *  in menu order) the operator may change.                 *
      ************************************************************
           05  OP-OPERATOR-ID              PIC X(8).
           05  OP-NAME                     PIC X(20).
           05  OP-PASSWORD                 PIC X(8).
           05  OP-STATUS                   PIC X.
               88  OP-ACTIVE                       VALUE 'A'.
               88  OP-LOCKED-OUT                   VALUE 'L'.
               88  OP-INACTIVE                     VALUE 'I'.
           05  OP-FAILED-COUNT             PIC 9.
           05  OP-PROGRAM                  PIC X(8)
                                           OCCURS 6 TIMES.
           05  OP-CTL-FILE-FLAG            PIC X
                                           OCCURS 7 TIMES.
           05  OP-LAST-SIGNON              PIC X(14).
           05  OP-PASSWORD-DATE            PIC X(8).
