      *    longer quietly restate a month finance already reported.
      *    Closing (or reopening) a period is an explicit action
      *    with its own audit-trail entry, not an accident of the
      *    calendar. Merchandising's 4-5-4 fiscal periods are closed
      *    the same way, each on its own line, and hold back only
      *    YTDROLLUP's fiscal buckets - a calendar month and a
      *    fiscal period close independently. The operator signs
      *    on first: closing a period takes a role carrying PCLS,
      *    reopening one the stronger PROP, and every close, reopen
      *    and refusal goes to the security log.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-busdate-status.

           select security-file
               assign to "../../data/operator-security.dat"
               organization is line sequential
               file status is ws-security-status.

           select roles-file
               assign to "../../data/operator-roles.dat"
               organization is line sequential
               file status is ws-roles-status.

           select security-log-file
               assign to "../../data/security-log.dat"
               organization is line sequential
               file status is ws-seclog-status.

       data division.
       file section.
      *One line per closed period - the filing month and a 'C', or
      *the fiscal year and period (YYYYPP) and an 'F'.
       fd period-status-file
           record contains 7 characters
           data record is period-status-rec.

       01 business-date-rec           pic 9(8).

      *Operator security file maintained by SECADMIN - one line per
      *user: the user id, the password held only as a one-way hash
      *salted with the user id, the role, 'A' active or 'R'
      *revoked, and the date the password was last set.
       fd security-file
           record contains 35 characters
           data record is security-rec.

       01 security-rec.
           05 os-user-id              pic x(8).
           05 os-password-hash        pic 9(10).
           05 os-role                 pic x(8).
           05 os-status               pic x.
           05 os-password-date        pic 9(8).

      *Role authorities - one line per function a role may use.
       fd roles-file
           record contains 12 characters
           data record is roles-rec.

       01 roles-rec.
           05 ro-role                 pic x(8).
           05 ro-function             pic x(4).

      *Security log shared by every program that takes a sign-on -
      *'S' signed on, 'F' sign-on failed, 'R' function refused,
      *'A' privileged action taken - with who, when and what.
      *SECVIOL reports it daily.
       fd security-log-file
           record contains 71 characters
           data record is security-log-rec.

       01 security-log-rec.
           05 sl-log-date             pic 9(8).
           05 sl-log-time             pic 9(8).
           05 sl-program              pic x(12).
           05 sl-user-id              pic x(8).
           05 sl-event                pic x.
           05 sl-function             pic x(4).
           05 sl-detail               pic x(30).

       working-storage section.
       01 ws-busdate-status           pic xx.
       01 ws-business-date            pic 9(8) value 0.
       01 ws-period-num              pic 9(6) value 0.
       01 ws-period-found            pic x value 'n'.
       01 ws-remove-idx              pic 999 value 0.
       01 ws-match-idx               pic 999 value 0.
       01 ws-period-year             pic 9(4) value 0.
       01 ws-period-part             pic 99 value 0.
      *'C' while a calendar month is being closed or reopened, 'F'
      *for a fiscal period.
       01 ws-close-type              pic x value 'C'.
       01 ws-type-label              pic x(14).
       01 ws-type-len                pic 99 value 7.

      *The closed periods on file, loaded at startup and written
      *back wholesale when a close or reopen changes them.
       01 ws-closed-count            pic 999 value 0.
       01 ws-closed-table.
           05 ws-closed-entry occurs 1 to 120 times
               depending on ws-closed-count
               indexed by ws-closed-idx.
               10 ws-closed-period   pic 9(6).
               10 ws-closed-type     pic x.

      *Operator sign-on - the users and role authorities loaded at
      *startup, and who is signed on to this run.
       01 ws-security-status          pic xx.
       01 ws-roles-status             pic xx.
       01 ws-seclog-status            pic xx.
       01 ws-sec-eof                  pic x value 'n'.
       01 ws-sec-program              pic x(12) value "PERIODCLOSE".
       01 ws-sec-signed-on            pic x value 'n'.
       01 ws-sec-attempts             pic 9 value 0.
       01 ws-sec-user-input           pic x(8).
       01 ws-sec-password             pic x(12).
       01 ws-sec-user-id              pic x(8) value spaces.
       01 ws-sec-role                 pic x(8) value spaces.
       01 ws-sec-user-found           pic x value 'n'.
       01 ws-sec-user-idx             pic 999 value 0.
       01 ws-sec-function             pic x(4) value spaces.
       01 ws-sec-authorized           pic x value 'n'.
       01 ws-sec-event                pic x.
       01 ws-sec-detail               pic x(30).
       01 ws-sec-hash                 pic 9(10) value 0.
       01 ws-sec-hash-input           pic x(20).
       01 ws-sec-hash-pos             pic 99 value 0.
       01 ws-sec-hash-pass            pic 9 value 0.
       01 ws-sec-user-count           pic 999 value 0.
       01 ws-sec-user-table.
           05 ws-sec-user-entry occurs 1 to 500 times
               depending on ws-sec-user-count
               indexed by ws-sec-user-tidx.
               10 ws-su-user-id       pic x(8).
               10 ws-su-password-hash pic 9(10).
               10 ws-su-role          pic x(8).
               10 ws-su-status        pic x.
       01 ws-sec-role-count           pic 999 value 0.
       01 ws-sec-role-table.
           05 ws-sec-role-entry occurs 1 to 500 times
               depending on ws-sec-role-count
               indexed by ws-sec-role-idx.
               10 ws-sr-role          pic x(8).
               10 ws-sr-function      pic x(4).

       procedure division.
           perform 890-get-business-date.
           perform 850-load-security-tables.
           perform 860-sign-on.
           if ws-sec-signed-on = 'y'
               perform 100-load-period-status
               perform 200-menu-loop
           end-if.
           stop run.

      *A missing period-status.dat just means no period has ever
           end-if.

       110-load-one-period.
           if (ps-status = 'C' or ps-status = 'F')
             and ws-closed-count < 120
               add 1 to ws-closed-count
               move ps-period to ws-closed-period(ws-closed-count)
               move ps-status to ws-closed-type(ws-closed-count)
           end-if.
           read period-status-file
               at end move 'y' to ws-eof.
               " PERIOD(S) CLOSED".
           display "  C - CLOSE A PERIOD".
           display "  R - REOPEN A PERIOD".
           display "  F - CLOSE A FISCAL PERIOD".
           display "  O - REOPEN A FISCAL PERIOD".
           display "  L - LIST CLOSED PERIODS".
           display "  X - EXIT".
           display "ENTER CHOICE: " with no advancing.
           accept ws-choice.

           if ws-choice = 'C' or ws-choice = 'c'
               move 'C' to ws-close-type
               move "PCLS" to ws-sec-function
               perform 870-check-authority
               if ws-sec-authorized = 'y'
                   perform 300-close-period
               end-if
           else
           if ws-choice = 'R' or ws-choice = 'r'
               move 'C' to ws-close-type
               move "PROP" to ws-sec-function
               perform 870-check-authority
               if ws-sec-authorized = 'y'
                   perform 400-reopen-period
               end-if
           else
           if ws-choice = 'F' or ws-choice = 'f'
               move 'F' to ws-close-type
               move "PCLS" to ws-sec-function
               perform 870-check-authority
               if ws-sec-authorized = 'y'
                   perform 300-close-period
               end-if
           else
           if ws-choice = 'O' or ws-choice = 'o'
               move 'F' to ws-close-type
               move "PROP" to ws-sec-function
               perform 870-check-authority
               if ws-sec-authorized = 'y'
                   perform 400-reopen-period
               end-if
           else
           if ws-choice = 'L' or ws-choice = 'l'
               perform 220-list-closed-periods
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       220-list-closed-periods.
           if ws-closed-type(ws-closed-idx) = 'F'
               display "  CLOSED: " ws-closed-period(ws-closed-idx)
                   " FISCAL"
           else
               display "  CLOSED: " ws-closed-period(ws-closed-idx)
           end-if.

       230-set-type-label.
           if ws-close-type = 'F'
               move "FISCAL PERIOD " to ws-type-label
               move 14 to ws-type-len
           else
               move "PERIOD " to ws-type-label
               move 7 to ws-type-len
           end-if.

      *A fiscal period is keyed YYYYPP on the fiscal year, and a
      *4-5-4 year has twelve of them.
       300-close-period.
           perform 230-set-type-label.
           if ws-close-type = 'F'
               display "FISCAL PERIOD TO CLOSE (YYYYPP): "
                   with no advancing
           else
               display "PERIOD TO CLOSE (YYYYMM): " with no advancing
           end-if.
           accept ws-period-input.
           move function numval(ws-period-input) to ws-period-num.
           divide ws-period-num by 100
               giving ws-period-year remainder ws-period-part.
           if ws-period-num < 190001 or ws-period-num > 999912
             or (ws-close-type = 'F'
                 and (ws-period-part < 1 or ws-period-part > 12))
               display "NOT A PERIOD"
           else
               perform 500-find-period
               if ws-period-found = 'y'
                   display ws-type-label(1:ws-type-len)
                       ws-period-num " ALREADY CLOSED"
               else
                   if ws-closed-count < 120
                       add 1 to ws-closed-count
                       move ws-period-num
                           to ws-closed-period(ws-closed-count)
                       move ws-close-type
                           to ws-closed-type(ws-closed-count)
                       perform 600-write-period-status
                       perform 900-write-audit-record
                       move spaces to ws-sec-detail
                       string "CLOSED " delimited by size
                           ws-type-label(1:ws-type-len)
                               delimited by size
                           ws-period-num delimited by size
                           into ws-sec-detail
                       perform 620-log-period-action
                       display ws-type-label(1:ws-type-len)
                           ws-period-num " CLOSED"
                   end-if
               end-if
           end-if.

       400-reopen-period.
           perform 230-set-type-label.
           if ws-close-type = 'F'
               display "FISCAL PERIOD TO REOPEN (YYYYPP): "
                   with no advancing
           else
               display "PERIOD TO REOPEN (YYYYMM): " with no advancing
           end-if.
           accept ws-period-input.
           move function numval(ws-period-input) to ws-period-num.
           perform 500-find-period.
           if ws-period-found = 'n'
               display ws-type-label(1:ws-type-len)
                   ws-period-num " IS NOT CLOSED"
           else
               perform 410-remove-period
               perform 600-write-period-status
               perform 900-write-audit-record
               move spaces to ws-sec-detail
               string "REOPENED " delimited by size
                   ws-type-label(1:ws-type-len) delimited by size
                   ws-period-num delimited by size
                   into ws-sec-detail
               perform 620-log-period-action
               display ws-type-label(1:ws-type-len)
                   ws-period-num " REOPENED"
           end-if.

      *Slide the entries above the removed period down one slot.
       410-remove-period.
           perform 420-shift-one-entry
               varying ws-remove-idx from ws-match-idx by 1
               until ws-remove-idx >= ws-closed-count.
           subtract 1 from ws-closed-count.

       420-shift-one-entry.
           move ws-closed-entry(ws-remove-idx + 1)
               to ws-closed-entry(ws-remove-idx).

      *A calendar month and the fiscal period with the same number
      *are different periods.
       500-find-period.
           move 'n' to ws-period-found.
           move 0 to ws-match-idx.
           perform 510-match-period
               varying ws-closed-idx from 1 by 1
               until ws-closed-idx > ws-closed-count.

       510-match-period.
           if ws-closed-period(ws-closed-idx) = ws-period-num
             and ws-closed-type(ws-closed-idx) = ws-close-type
               move 'y' to ws-period-found
               set ws-match-idx to ws-closed-idx
           end-if.

       600-write-period-status.

       610-write-one-period.
           move ws-closed-period(ws-closed-idx) to ps-period.
           move ws-closed-type(ws-closed-idx)   to ps-status.
           write period-status-rec.

      *Closing or reopening the books is a privileged action - the
      *operator who did it goes to the security log.
       620-log-period-action.
           move 'A' to ws-sec-event.
           perform 880-write-security-log.

      *One audit line per close/reopen action - who did what to
      *the books is exactly what the trail is for. The last count
      *column carries the period acted on.
               accept ws-business-date from date yyyymmdd
           end-if.

      *Load the operator security file and the role authorities. A
      *missing security file leaves nobody able to sign on - the
      *utility stays shut until SECADMIN enrolls someone.
       850-load-security-tables.
           move 0 to ws-sec-user-count.
           move 0 to ws-sec-role-count.
           open input security-file.
           if ws-security-status = "00"
               move 'n' to ws-sec-eof
               read security-file
                   at end move 'y' to ws-sec-eof
               end-read
               perform until ws-sec-eof = 'y'
                   if ws-sec-user-count < 500
                       add 1 to ws-sec-user-count
                       move os-user-id
                           to ws-su-user-id(ws-sec-user-count)
                       move os-password-hash
                           to ws-su-password-hash(ws-sec-user-count)
                       move os-role
                           to ws-su-role(ws-sec-user-count)
                       move os-status
                           to ws-su-status(ws-sec-user-count)
                   end-if
                   read security-file
                       at end move 'y' to ws-sec-eof
                   end-read
               end-perform
               close security-file
           end-if.
           open input roles-file.
           if ws-roles-status = "00"
               move 'n' to ws-sec-eof
               read roles-file
                   at end move 'y' to ws-sec-eof
               end-read
               perform until ws-sec-eof = 'y'
                   if ws-sec-role-count < 500
                       add 1 to ws-sec-role-count
                       move ro-role
                           to ws-sr-role(ws-sec-role-count)
                       move ro-function
                           to ws-sr-function(ws-sec-role-count)
                   end-if
                   read roles-file
                       at end move 'y' to ws-sec-eof
                   end-read
               end-perform
               close roles-file
           end-if.

      *Three tries at a user id and password, then the run is
      *refused. Every attempt, good or bad, goes to the security
      *log under the user id that was keyed.
       860-sign-on.
           move 'n' to ws-sec-signed-on.
           move 0 to ws-sec-attempts.
           perform 861-attempt-sign-on
               until ws-sec-signed-on = 'y' or ws-sec-attempts >= 3.
           if ws-sec-signed-on = 'n'
               display "SIGN-ON REFUSED"
           end-if.

       861-attempt-sign-on.
           add 1 to ws-sec-attempts.
           move spaces to ws-sec-user-input.
           move spaces to ws-sec-password.
           display "USER ID: " with no advancing.
           accept ws-sec-user-input.
           display "PASSWORD: " with no advancing.
           accept ws-sec-password.
           inspect ws-sec-user-input converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move ws-sec-user-input to ws-sec-user-id.
           perform 862-find-user.
           if ws-sec-user-found = 'n'
               move "UNKNOWN USER ID" to ws-sec-detail
           else
           if ws-su-status(ws-sec-user-idx) not = 'A'
               move "USER REVOKED" to ws-sec-detail
           else
               perform 865-hash-password
               if ws-sec-hash
                     not = ws-su-password-hash(ws-sec-user-idx)
                   move "WRONG PASSWORD" to ws-sec-detail
               else
                   move 'y' to ws-sec-signed-on
                   move ws-su-role(ws-sec-user-idx) to ws-sec-role
               end-if
           end-if
           end-if.
           move spaces to ws-sec-password.
           move spaces to ws-sec-function.
           if ws-sec-signed-on = 'y'
               move 'S' to ws-sec-event
               move "SIGNED ON" to ws-sec-detail
           else
               move 'F' to ws-sec-event
               display "SIGN-ON FAILED"
           end-if.
           perform 880-write-security-log.

       862-find-user.
           move 'n' to ws-sec-user-found.
           perform 863-match-user
               varying ws-sec-user-tidx from 1 by 1
               until ws-sec-user-tidx > ws-sec-user-count
                  or ws-sec-user-found = 'y'.

       863-match-user.
           if ws-su-user-id(ws-sec-user-tidx) = ws-sec-user-id
               move 'y' to ws-sec-user-found
               set ws-sec-user-idx to ws-sec-user-tidx
           end-if.

      *One-way hash of the password salted with the user id - what
      *is on file can be checked against but not read back, and two
      *users with the same password do not share a hash.
       865-hash-password.
           move ws-sec-user-id  to ws-sec-hash-input(1:8).
           move ws-sec-password to ws-sec-hash-input(9:12).
           move 0 to ws-sec-hash.
           perform 866-hash-one-pass
               varying ws-sec-hash-pass from 1 by 1
               until ws-sec-hash-pass > 2.

       866-hash-one-pass.
           perform 867-hash-one-char
               varying ws-sec-hash-pos from 1 by 1
               until ws-sec-hash-pos > 20.

       867-hash-one-char.
           compute ws-sec-hash = function mod(ws-sec-hash * 131
               + function ord(ws-sec-hash-input(ws-sec-hash-pos:1))
               + ws-sec-hash-pos * ws-sec-hash-pass, 9999999967).

      *Does the signed-on user's role carry the function in
      *ws-sec-function? A refusal is shown and logged.
       870-check-authority.
           move 'n' to ws-sec-authorized.
           perform 871-match-role-function
               varying ws-sec-role-idx from 1 by 1
               until ws-sec-role-idx > ws-sec-role-count
                  or ws-sec-authorized = 'y'.
           if ws-sec-authorized = 'n'
               display "NOT AUTHORIZED - ROLE " ws-sec-role
                   " DOES NOT CARRY " ws-sec-function
               move 'R' to ws-sec-event
               move "NOT AUTHORIZED FOR ROLE" to ws-sec-detail
               perform 880-write-security-log
           end-if.

       871-match-role-function.
           if ws-sr-role(ws-sec-role-idx) = ws-sec-role
             and ws-sr-function(ws-sec-role-idx) = ws-sec-function
               move 'y' to ws-sec-authorized
           end-if.

      *Append one line to the security log - the caller sets the
      *event, function and detail.
       880-write-security-log.
           open extend security-log-file.
           if ws-seclog-status not = "00"
               open output security-log-file
           end-if.
           accept sl-log-date from date yyyymmdd.
           accept sl-log-time from time.
           move ws-sec-program  to sl-program.
           move ws-sec-user-id  to sl-user-id.
           move ws-sec-event    to sl-event.
           move ws-sec-function to sl-function.
           move ws-sec-detail   to sl-detail.
           write security-log-rec.
           close security-log-file.


       end program PERIODCLOSE.
