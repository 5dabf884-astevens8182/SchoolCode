      *set dated on or before today); the compiled TAXBRKT values
      *apply only when the rate file is missing, and the program
      *says which rates are in effect before the first prompt.
      *the operator signs on first (see 020-sign-on-rtn) against
      *the shared operator master, which must list PROJECT1 among
      *the operator's programs; each quote is logged to the
      *security log as an inquiry.

       environment division.
       input-output section.
               organization is line sequential
               file status is rate-file-status.

           select operator-master-file
               assign to
                   'W:\CIS 253\Projects\OPERMAST.DAT'
               organization is indexed
               access mode is random
               record key is op-operator-id
               file status is so-oper-status.

           select security-log-file
               assign to
                   'W:\CIS 253\Projects\SECLOG.DAT'
               organization is line sequential
               file status is so-log-status.

       data division.

       file section.
           05 tr-federal-rate           pic v999.
           05 tr-state-rate             pic v999.

       fd  operator-master-file.
       01  operator-rec.
           copy OPERREC.

       fd  security-log-file.
       01  security-log-rec.
           copy SECLOG.

       working-storage section.
       01 keyed-fields.
           05 employee-name-in          pic x(30).
              10 rt-federal             pic v999.
              10 rt-state               pic v999.

       copy SIGNONWS.

       screen section.
       01 sign-on-screen.
           05 blank screen.
           05 line 2 column 3 value
              'Tax Estimator - Operator Sign-On'.
           05 line 4 column 3 value 'Operator ID: '.
           05 column 17 pic x(8) to so-operator-id.
           05 line 5 column 3 value 'Password:    '.
           05 column 17 pic x(8) to so-password secure.
           05 line 7 column 3 pic x(30) from so-reason.

       procedure division.

       100-main-module.
           move 'PROJECT1' to so-program-name.
           perform 020-sign-on-rtn.
           perform 300-load-tax-rates-rtn.
           if rates-are-loaded
               display 'Tax rates from TAXRATE.CTL effective ',
               display 'Is There More data (YES/NO)?'
               accept more-data
           end-perform
           move 'SIGNOFF' to so-log-event.
           perform 040-write-security-log-rtn.
           display 'End of Job'.
           stop run.

      *three tries at the sign-on screen; an operator refused on
      *every try, or locked out, never reaches the first prompt.
       020-sign-on-rtn.
           move zeros to so-tries.
           move 'N' to so-result.
           move spaces to so-reason.
           perform 025-sign-on-attempt-rtn
               until so-signed-on
                  or so-locked-out
                  or so-tries not < so-max-tries.
           if not so-signed-on
               display so-reason
               display 'Sign-on refused - End of Job'
               stop run
           end-if.

      *the password is upper-cased and scrambled the way the
      *operator master holds it before it is compared.
       025-sign-on-attempt-rtn.
           add 1 to so-tries.
           move spaces to so-operator-id so-password.
           display sign-on-screen.
           accept sign-on-screen.
           inspect so-operator-id
               converting so-lower-case to so-upper-case.
           inspect so-password
               converting so-lower-case to so-upper-case.
           inspect so-password
               converting so-clear-chars to so-scramble-chars.
           move 'REFUSED' to so-log-event.
           open i-o operator-master-file.
           if not so-oper-ok
               move 'R' to so-result
               move 'OPERATOR MASTER NOT AVAILABLE' to so-reason
               move so-max-tries to so-tries
           else
               move so-operator-id to op-operator-id
               read operator-master-file
                   invalid key
                       move 'R' to so-result
                       move 'OPERATOR ID NOT ON FILE' to so-reason
                   not invalid key
                       perform 030-check-operator-rtn
               end-read
               close operator-master-file
           end-if.
           if not so-signed-on
               move so-reason to so-log-detail
           end-if.
           perform 040-write-security-log-rtn.

      *a wrong password adds to the failed count; reaching the
      *limit locks the operator out until OPERMNT unlocks it.
       030-check-operator-rtn.
           evaluate true
               when op-locked-out
                   move 'L' to so-result
                   move 'OPERATOR IS LOCKED OUT' to so-reason
               when not op-active
                   move 'R' to so-result
                   move 'OPERATOR IS NOT ACTIVE' to so-reason
               when op-password not = so-password
                   add 1 to op-failed-count
                   if op-failed-count not < so-lockout-limit
                       move 'L' to op-status
                       move 'L' to so-result
                       move 'LOCKOUT' to so-log-event
                       move 'TOO MANY FAILURES - LOCKED OUT'
                           to so-reason
                   else
                       move 'R' to so-result
                       move 'PASSWORD NOT VALID' to so-reason
                   end-if
                   rewrite operator-rec
               when other
                   perform 035-check-program-rtn
           end-evaluate.

      *the password is good, so the failed count is cleared; the
      *operator signs on only if PROJECT1 is an allowed program.
       035-check-program-rtn.
           move zero to op-failed-count.
           move 'N' to so-pgm-found.
           perform 037-match-program-rtn
               varying so-pgm-idx from 1 by 1
               until so-pgm-idx > 6.
           if so-pgm-is-found
               move 'Y' to so-result
               move 'SIGNON' to so-log-event
               move op-name to so-log-detail
               move function current-date(1:14) to op-last-signon
           else
               move 'R' to so-result
               move 'NOT AUTHORIZED FOR PROGRAM' to so-reason
           end-if.
           rewrite operator-rec.

       037-match-program-rtn.
           if op-program (so-pgm-idx) = so-program-name
               move 'Y' to so-pgm-found
           end-if.

      *appends one event to the shared security log, creating the
      *log the first time it is ever written.
       040-write-security-log-rtn.
           open extend security-log-file.
           if so-log-not-found
               open output security-log-file
               close security-log-file
               open extend security-log-file
           end-if.
           move spaces to security-log-rec.
           move function current-date(1:14) to sl-timestamp.
           move so-operator-id to sl-operator-id.
           move so-program-name to sl-program.
           move so-log-event to sl-event.
           move so-log-detail to sl-detail.
           move so-log-before to sl-before.
           move so-log-after to sl-after.
           write security-log-rec.
           close security-log-file.
           move spaces to so-log-detail so-log-before so-log-after.

       200-process-and-create-output.
           move employee-name-in to employee-name-out.
           perform 240-set-filing-status-rtn.
               medicare-tax.
           display 'Net Pay for ', employee-name-out, ' is ',
               net-pay.
           move 'INQUIRY' to so-log-event.
           move employee-name-out to so-log-detail.
           perform 040-write-security-log-rtn.

       240-set-filing-status-rtn.
           evaluate true
