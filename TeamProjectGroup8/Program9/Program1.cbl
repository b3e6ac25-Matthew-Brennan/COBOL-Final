      *    together and lets an operator page through rejected
      *    records, filtering by store number, SKU code, or error
      *    type, instead of hand-matching error-loc back to the
      *    record dump in the raw error log. Rejected records carry
      *    customer and card detail, so the operator signs on first
      *    and needs a role carrying RLKP to see them.

       environment division.
       input-output section.
           select error-log   assign to "../../data/errors.dat"
               organization is line sequential.

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
      *Must stay at the same width as invalid.dat's actual 67-byte
      *record - a narrower FD record does not truncate a wider
      *physical line under line sequential I/O, it splits the
      *leftover bytes into a second, bogus read.
           05 iv-customer-id         pic x(6).
           05 iv-approver-id         pic x(4).
           05 iv-tax-exempt          pic x.
           05 iv-trans-time          pic 9(4).

       fd error-log
           record contains 0 characters
      *Generic 98-byte buffer, redefined below to pick out either
      *the per-record detail line or a per-error-type message line,
      *matching the layout VALIDATOR writes to errors.dat.
       01 error-line                 pic x(107).

       01 error-line-detail redefines error-line.
           05 filler                 pic x(1).
           05 eld-loc                pic x(7).
           05 filler                 pic x(5).
           05 eld-rec                pic x(67).
           05 filler                 pic x(2).
           05 eld-desc                pic x(25).

       01 error-line-padding redefines error-line.
           05 filler                 pic x(1).
           05 filler                 pic x(81).
           05 elp-message            pic x(25).

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
       01 ws-invalid-eof             pic x value 'n'.
       01 ws-error-eof               pic x value 'n'.
               10 rt-customer-flag   pic x.
               10 rt-approver-flag   pic x.
               10 rt-exempt-flag     pic x.
               10 rt-tkt-total-flag  pic x.
               10 rt-tkt-line-flag   pic x.
               10 rt-tender-flag     pic x.
               10 rt-house-flag      pic x.
               10 rt-empl-flag       pic x.
               10 rt-time-flag       pic x.
               10 rt-plan-ret-flag   pic x.

      *Operator sign-on - the users and role authorities loaded at
      *startup, and who is signed on to this run.
       01 ws-security-status          pic xx.
       01 ws-roles-status             pic xx.
       01 ws-seclog-status            pic xx.
       01 ws-sec-eof                  pic x value 'n'.
       01 ws-sec-program              pic x(12) value "RECORDLOOKUP".
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
           perform 850-load-security-tables.
           perform 860-sign-on.
           if ws-sec-signed-on = 'y'
               move "RLKP" to ws-sec-function
               perform 870-check-authority
           end-if.
           if ws-sec-signed-on = 'y' and ws-sec-authorized = 'y'
               perform 100-load-invalid-records
               perform 200-load-error-reasons
               perform 300-menu-loop
           end-if.
           stop run.

      *Load invalid.dat into the reject table - it is a straight
                   move 'n' to rt-customer-flag(ws-reject-count)
                   move 'n' to rt-approver-flag(ws-reject-count)
                   move 'n' to rt-exempt-flag(ws-reject-count)
                   move 'n' to rt-tkt-total-flag(ws-reject-count)
                   move 'n' to rt-tkt-line-flag(ws-reject-count)
                   move 'n' to rt-tender-flag(ws-reject-count)
                   move 'n' to rt-house-flag(ws-reject-count)
                   move 'n' to rt-empl-flag(ws-reject-count)
                   move 'n' to rt-time-flag(ws-reject-count)
                   move 'n' to rt-plan-ret-flag(ws-reject-count)
               end-if
               read invalid-log into invalid-rec
                   at end move 'y' to ws-invalid-eof
           if elp-message = "INVALID TAX EXEMPT"
               move 'y' to rt-exempt-flag(ws-current-idx)
           end-if.
           if elp-message = "TICKET TOTAL MISMATCH"
               move 'y' to rt-tkt-total-flag(ws-current-idx)
           end-if.
           if elp-message = "TICKET LINE REJECTED"
               move 'y' to rt-tkt-line-flag(ws-current-idx)
           end-if.
           if elp-message = "SPLIT TENDER MISMATCH"
               move 'y' to rt-tender-flag(ws-current-idx)
           end-if.
           if elp-message = "HOUSE ACCOUNT DECLINED"
               move 'y' to rt-house-flag(ws-current-idx)
           end-if.
           if elp-message = "EMPLOYEE DISCOUNT INVALID"
               move 'y' to rt-empl-flag(ws-current-idx)
           end-if.
           if elp-message = "BAD TRANSACTION TIME"
               move 'y' to rt-time-flag(ws-current-idx)
           end-if.
           if elp-message = "PLAN RETURN NOT ALLOWED"
               move 'y' to rt-plan-ret-flag(ws-current-idx)
           end-if.

       300-menu-loop.
           move 'n' to ws-done.
               "I)NVOICE".
           display "             K)SKU R)ANGE D)UPLICATE F)REFUND "
               "H)CASHIER Q)UANTITY U)CUSTOMER V)APPROVER "
               "X)EXEMPT".
           display "             T)ICKET TOTAL L)INE REJECTED "
               "N)SPLIT TENDER O)HOUSE ACCOUNT E)MPLOYEE "
               "M)TIME W)PLAN RETURN: "
               with no advancing.
           accept ws-filter-error.
           move 0 to ws-match-count.
             and rt-exempt-flag(ws-reject-idx) = 'y'
               move 'y' to ws-error-match
           end-if.
           if (ws-filter-error = 'T' or ws-filter-error = 't')
             and rt-tkt-total-flag(ws-reject-idx) = 'y'
               move 'y' to ws-error-match
           end-if.
           if (ws-filter-error = 'L' or ws-filter-error = 'l')
             and rt-tkt-line-flag(ws-reject-idx) = 'y'
               move 'y' to ws-error-match
           end-if.
           if (ws-filter-error = 'N' or ws-filter-error = 'n')
             and rt-tender-flag(ws-reject-idx) = 'y'
               move 'y' to ws-error-match
           end-if.
           if (ws-filter-error = 'O' or ws-filter-error = 'o')
             and rt-house-flag(ws-reject-idx) = 'y'
               move 'y' to ws-error-match
           end-if.
           if (ws-filter-error = 'E' or ws-filter-error = 'e')
             and rt-empl-flag(ws-reject-idx) = 'y'
               move 'y' to ws-error-match
           end-if.
           if (ws-filter-error = 'M' or ws-filter-error = 'm')
             and rt-time-flag(ws-reject-idx) = 'y'
               move 'y' to ws-error-match
           end-if.
           if (ws-filter-error = 'W' or ws-filter-error = 'w')
             and rt-plan-ret-flag(ws-reject-idx) = 'y'
               move 'y' to ws-error-match
           end-if.
           if ws-error-match = 'y'
               perform 460-display-record
               add 1 to ws-match-count
               " CUST:" rt-customer-flag(ws-reject-idx)
               " APPR:" rt-approver-flag(ws-reject-idx)
               " EXMPT:" rt-exempt-flag(ws-reject-idx).
           display "    TKTTOT:" rt-tkt-total-flag(ws-reject-idx)
               " TKTLINE:" rt-tkt-line-flag(ws-reject-idx)
               " TENDER:" rt-tender-flag(ws-reject-idx)
               " HOUSE:" rt-house-flag(ws-reject-idx)
               " EMPL:" rt-empl-flag(ws-reject-idx)
               " TIME:" rt-time-flag(ws-reject-idx)
               " PLANRET:" rt-plan-ret-flag(ws-reject-idx).

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


       end program RECORDLOOKUP.
