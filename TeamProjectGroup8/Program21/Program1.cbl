      *    carries the run date it originally bounced from, taken
      *    from VALIDATOR's newest audit-trail line, so the audit
      *    trail can say which run a recycled record came out of.
      *    A correction puts a record back into the books, so the
      *    operator signs on first and needs a role carrying CORR;
      *    every correction written goes to the security log under
      *    the operator who keyed it.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-audit-status.

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
      *record.
       fd invalid-log
           record contains 0 characters
           05 iv-customer-id         pic x(6).
           05 iv-approver-id         pic x(4).
           05 iv-tax-exempt          pic x.
           05 iv-trans-time          pic 9(4).

      *One corrected record per line - the run date the record
      *originally bounced from, then the corrected 67-byte record
      *in the normal input layout.
       fd corrections-file
           record contains 73 characters
           data record is correction-rec.

       01 correction-rec.
           05 cx-orig-run-date       pic 9(6).
           05 cx-record              pic x(67).

       fd audit-trail-file
           record contains 68 characters
           05 au-output-count-3       pic 9(7).
           05 au-business-date        pic 9(6).

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
       01 ws-corrections-status      pic xx.
           05 ws-reject-entry occurs 1 to 9999 times
               depending on ws-reject-count
               indexed by ws-reject-idx.
               10 rt-record          pic x(67).

      *The record being corrected, in the input layout so each
      *field can be displayed and re-keyed on its own.
           05 wk-customer-id         pic x(6).
           05 wk-approver-id         pic x(4).
           05 wk-tax-exempt          pic x.
           05 wk-trans-time          pic 9(4).

      *Operator sign-on - the users and role authorities loaded at
      *startup, and who is signed on to this run.
       01 ws-security-status          pic xx.
       01 ws-roles-status             pic xx.
       01 ws-seclog-status            pic xx.
       01 ws-sec-eof                  pic x value 'n'.
       01 ws-sec-program              pic x(12) value "CORRECTIONS".
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
               move "CORR" to ws-sec-function
               perform 870-check-authority
           end-if.
           if ws-sec-signed-on = 'y' and ws-sec-authorized = 'y'
               perform 100-load-invalid-records
               perform 150-find-orig-run-date
               perform 200-correction-loop
               display ws-written-count " CORRECTION(S) WRITTEN"
           end-if.
           stop run.

      *Load invalid.dat into the reject table - it is a straight
           end-if
           end-if.

           display "TIME HHMM    [" wk-trans-time
               "]: " with no advancing.
           accept ws-field-input.
           if ws-field-input not = spaces
               move ws-field-input(1:4) to wk-trans-time
           end-if.

           display "WRITE CORRECTION? (Y/N): " with no advancing.
           accept ws-field-input.
           if ws-field-input = 'Y' or ws-field-input = 'y'
               move ws-work-record   to cx-record
               write correction-rec
               add 1 to ws-written-count
               move 'A' to ws-sec-event
               move spaces to ws-sec-detail
               string "CORRECTED INVOICE " wk-invoice-number
                   delimited by size into ws-sec-detail
               perform 880-write-security-log
               display "WRITTEN"
           else
               display "DISCARDED"
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


       end program CORRECTIONS.
