      ************************************************************
      *  SIGNONWS - Working storage for the operator sign-on     *
      *             paragraphs every interactive program carries *
      *             (020-SIGN-ON-RTN through 040-WRITE-SECURITY- *
      *             LOG-RTN and 980-SIGN-OFF-RTN), and for       *
      *             OPERMNT, which scrambles a new password the  *
      *             same way.  COPY this at the 01 level.        *
      *                                                          *
      *  A password is upper-cased and then scrambled by one     *
      *  INSPECT CONVERTING from SO-CLEAR-CHARS to SO-SCRAMBLE-  *
      *  CHARS before it is compared with, or stored in, the     *
      *  operator master, so the clear password is never on      *
      *  file.                                                   *
      *  Three wrong passwords in a row lock the operator out;   *
      *  three tries at the screen end the session.              *
      ************************************************************
       01  SO-SIGNON-AREAS.
           05  SO-OPERATOR-ID              PIC X(8)     VALUE SPACES.
           05  SO-PASSWORD                 PIC X(8)     VALUE SPACES.
           05  SO-PROGRAM-NAME             PIC X(8)     VALUE SPACES.
           05  SO-TRIES                    PIC 9        VALUE ZEROS.
           05  SO-MAX-TRIES                PIC 9        VALUE 3.
           05  SO-LOCKOUT-LIMIT            PIC 9        VALUE 3.
           05  SO-PGM-IDX                  PIC 9        VALUE ZEROS.
           05  SO-CTL-IDX                  PIC 9        VALUE ZEROS.

           05  SO-RESULT                   PIC X        VALUE 'N'.
               88  SO-SIGNED-ON                     VALUE 'Y'.
               88  SO-REFUSED                       VALUE 'R'.
               88  SO-LOCKED-OUT                    VALUE 'L'.
           05  SO-PGM-FOUND                PIC X        VALUE 'N'.
               88  SO-PGM-IS-FOUND                  VALUE 'Y'.
           05  SO-REASON                   PIC X(30)    VALUE SPACES.

           05  SO-OPER-STATUS              PIC XX       VALUE ZEROS.
               88  SO-OPER-OK                       VALUE '00'.
           05  SO-LOG-STATUS               PIC XX       VALUE ZEROS.
               88  SO-LOG-OK                        VALUE '00'.
               88  SO-LOG-NOT-FOUND                 VALUE '35'.

           05  SO-LOG-EVENT                PIC X(8)     VALUE SPACES.
           05  SO-LOG-DETAIL               PIC X(30)    VALUE SPACES.
           05  SO-LOG-BEFORE               PIC X(20)    VALUE SPACES.
           05  SO-LOG-AFTER                PIC X(20)    VALUE SPACES.

           05  SO-CLEAR-CHARS              PIC X(36)    VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
           05  SO-SCRAMBLE-CHARS           PIC X(36)    VALUE
               'Q7M2XK9AZ4TJ0WCR8LNV1HFY6PB3SGE5DUIO'.
           05  SO-LOWER-CASE               PIC X(26)    VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  SO-UPPER-CASE               PIC X(26)    VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    The operator's CTLMAINT file permissions, held from the
      *    master for the whole session.
           05  SO-CTL-FILE-FLAG            PIC X        VALUE 'N'
                                           OCCURS 7 TIMES.
