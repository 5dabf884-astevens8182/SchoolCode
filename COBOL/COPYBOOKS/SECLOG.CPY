      ************************************************************
      *  SECLOG - Security log record layout for SECLOG.DAT, the *
      *           append-only record of who did what in the      *
      *           interactive programs.  Every sign-on, sign-    *
      *           off, refusal, lockout, inquiry and control-    *
      *           file change is written here by the program it  *
      *           happened in, and every operator-master change  *
      *           by OPERMNT.  SECLOGR prints the daily access   *
      *           report from it.  COPY this under the 01-level  *
      *           record name each program uses.                 *
      *                                                          *
      *  SL-BEFORE and SL-AFTER carry the old and new value of a *
      *  CHANGE; they are spaces for every other event.          *
      ************************************************************
           05  SL-TIMESTAMP                PIC X(14).
           05  SL-OPERATOR-ID              PIC X(8).
           05  SL-PROGRAM                  PIC X(8).
           05  SL-EVENT                    PIC X(8).
               88  SL-SIGNON                       VALUE 'SIGNON'.
               88  SL-SIGNOFF                      VALUE 'SIGNOFF'.
               88  SL-REFUSED                      VALUE 'REFUSED'.
               88  SL-LOCKOUT                      VALUE 'LOCKOUT'.
               88  SL-INQUIRY                      VALUE 'INQUIRY'.
               88  SL-CHANGE                       VALUE 'CHANGE'.
               88  SL-MAINT                        VALUE 'MAINT'.
           05  SL-DETAIL                   PIC X(30).
           05  SL-BEFORE                   PIC X(20).
           05  SL-AFTER                    PIC X(20).
