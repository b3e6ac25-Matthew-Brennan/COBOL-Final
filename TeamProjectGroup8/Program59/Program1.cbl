       identification division.
       program-id. SECADMIN.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Operator utility that keeps the operator security file
      *    and the role authorities every signed-on utility checks
      *    against. Any operator can sign on here to change their
      *    own password; enrolling an operator, resetting a
      *    password, moving an operator to another role, revoking
      *    or reinstating one, and granting or removing a role's
      *    functions all need a role carrying SADM. Passwords are
      *    never stored or shown - only a one-way hash salted with
      *    the user id goes to the file. A revoked operator keeps
      *    their line, so the security log still names them. The
      *    very first run, with nobody enrolled, enrolls the
      *    security administrator. Every change goes to the
      *    security log and the audit trail.

       environment division.
       input-output section.
       file-control.
           select audit-trail-file
               assign to "../../data/audit-trail.dat"
               organization is line sequential.

           select business-date-file
               assign to "../../data/busdate.dat"
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
      *Shared audit trail appended to by every batch program -
      *program name, run date/time, and before/after record counts.
       fd audit-trail-file
           record contains 68 characters
           data record is audit-rec.

       01 audit-rec.
           05 au-program-name         pic x(20).
           05 au-run-date             pic 9(6).
           05 au-run-time             pic 9(8).
           05 au-input-count          pic 9(7).
           05 au-output-count-1       pic 9(7).
           05 au-output-count-2       pic 9(7).
           05 au-output-count-3       pic 9(7).
           05 au-business-date        pic 9(6).

      *Business-date control card set at the top of the batch - the
      *posting date every program uses, so rerunning a prior day's
      *file posts to that day instead of the wall-clock date. A
      *missing or zero card falls back to the system date.
       fd business-date-file
          record contains 8 characters
          data record is business-date-rec.

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
       01 ws-business-date-x redefines ws-business-date.
           05 filler                  pic 99.
           05 ws-business-date-6      pic 9(6).
       01 ws-done                     pic x value 'n'.
       01 ws-choice                   pic x.
       01 ws-changes-made             pic 9(5) value 0.

      *The operator a maintenance action is aimed at.
       01 ws-target-input             pic x(8).
       01 ws-target-idx               pic 999 value 0.
       01 ws-role-input               pic x(8).
       01 ws-function-input           pic x(4).
       01 ws-role-found               pic x value 'n'.
       01 ws-role-match-idx           pic 999 value 0.
       01 ws-remove-idx               pic 999 value 0.

      *A new password is keyed twice and must be at least six
      *characters and not the user id itself.
       01 ws-new-password             pic x(12).
       01 ws-confirm-password         pic x(12).
       01 ws-new-password-ok          pic x value 'n'.
       01 ws-password-len             pic 99 value 0.
       01 ws-password-min             pic 99 value 6.

      *Operator sign-on - the users and role authorities loaded at
      *startup, and who is signed on to this run.
       01 ws-security-status          pic xx.
       01 ws-roles-status             pic xx.
       01 ws-seclog-status            pic xx.
       01 ws-sec-eof                  pic x value 'n'.
       01 ws-sec-program              pic x(12) value "SECADMIN".
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
               10 ws-su-password-date pic 9(8).
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
           if ws-sec-user-count = 0
               perform 150-enroll-first-admin
           end-if.
           if ws-sec-user-count > 0
               perform 860-sign-on
           end-if.
           if ws-sec-signed-on = 'y'
               perform 200-menu-loop
           end-if.
           stop run.

      *Nobody can sign on to anything until somebody is enrolled -
      *the first run enrolls the security administrator under the
      *SECADMIN role, which is given SADM if the role file does not
      *already carry it.
       150-enroll-first-admin.
           display "NO OPERATORS ENROLLED - ENROLLING THE SECURITY "
               "ADMINISTRATOR".
           display "ADMINISTRATOR USER ID: " with no advancing.
           move spaces to ws-target-input.
           accept ws-target-input.
           inspect ws-target-input converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if ws-target-input = spaces
               display "NO USER ID - NOTHING ENROLLED"
           else
               move ws-target-input to ws-sec-user-id
               perform 400-accept-new-password
               if ws-new-password-ok = 'y'
                   add 1 to ws-sec-user-count
                   move ws-sec-user-count to ws-target-idx
                   move ws-target-input
                       to ws-su-user-id(ws-target-idx)
                   move "SECADMIN" to ws-su-role(ws-target-idx)
                   move 'A' to ws-su-status(ws-target-idx)
                   perform 420-set-target-password
                   move "SECADMIN" to ws-role-input
                   move "SADM" to ws-function-input
                   perform 440-find-role-function
                   if ws-role-found = 'n'
                       perform 445-add-role-function
                       perform 650-write-roles-file
                   end-if
                   perform 600-write-security-file
                   move spaces to ws-sec-detail
                   string "ENROLLED FIRST ADMIN "
                       ws-target-input
                       delimited by size into ws-sec-detail
                   perform 690-log-admin-action
                   display "SECURITY ADMINISTRATOR ENROLLED - "
                       "SIGN ON TO CONTINUE"
               end-if
           end-if.

       200-menu-loop.
           move 'n' to ws-done.
           perform 210-show-menu-and-process until ws-done = 'y'.

       210-show-menu-and-process.
           display " ".
           display "OPERATOR SECURITY - SIGNED ON AS " ws-sec-user-id
               " (" ws-sec-role ")".
           display "  P - CHANGE MY PASSWORD".
           display "  A - ENROLL AN OPERATOR".
           display "  W - RESET AN OPERATOR'S PASSWORD".
           display "  C - CHANGE AN OPERATOR'S ROLE".
           display "  D - REVOKE AN OPERATOR".
           display "  E - REINSTATE AN OPERATOR".
           display "  G - GRANT A FUNCTION TO A ROLE".
           display "  V - REMOVE A FUNCTION FROM A ROLE".
           display "  L - LIST OPERATORS AND ROLES".
           display "  X - EXIT".
           display "ENTER CHOICE: " with no advancing.
           accept ws-choice.

           if ws-choice = 'P' or ws-choice = 'p'
               perform 300-change-own-password
           else
           if ws-choice = 'X' or ws-choice = 'x'
               move 'y' to ws-done
           else
           if ws-choice = 'A' or ws-choice = 'a'
             or ws-choice = 'W' or ws-choice = 'w'
             or ws-choice = 'C' or ws-choice = 'c'
             or ws-choice = 'D' or ws-choice = 'd'
             or ws-choice = 'E' or ws-choice = 'e'
             or ws-choice = 'G' or ws-choice = 'g'
             or ws-choice = 'V' or ws-choice = 'v'
             or ws-choice = 'L' or ws-choice = 'l'
               move "SADM" to ws-sec-function
               perform 870-check-authority
               if ws-sec-authorized = 'y'
                   perform 220-run-admin-choice
               end-if
           else
               display "UNKNOWN CHOICE, TRY AGAIN"
           end-if
           end-if
           end-if.

       220-run-admin-choice.
           if ws-choice = 'A' or ws-choice = 'a'
               perform 310-enroll-operator
           else
           if ws-choice = 'W' or ws-choice = 'w'
               perform 320-reset-password
           else
           if ws-choice = 'C' or ws-choice = 'c'
               perform 330-change-role
           else
           if ws-choice = 'D' or ws-choice = 'd'
               perform 340-revoke-operator
           else
           if ws-choice = 'E' or ws-choice = 'e'
               perform 350-reinstate-operator
           else
           if ws-choice = 'G' or ws-choice = 'g'
               perform 360-grant-function
           else
           if ws-choice = 'V' or ws-choice = 'v'
               perform 370-remove-function
           else
               perform 380-list-security
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *The signed-on operator's own password - the old one has to
      *be keyed again first, so a terminal left signed on cannot
      *have its password changed out from under its owner.
       300-change-own-password.
           display "CURRENT PASSWORD: " with no advancing.
           move spaces to ws-sec-password.
           accept ws-sec-password.
           perform 865-hash-password.
           move spaces to ws-sec-password.
           if ws-sec-hash not = ws-su-password-hash(ws-sec-user-idx)
               move spaces to ws-sec-function
               move 'R' to ws-sec-event
               move "PASSWORD CHANGE - WRONG PASSWD"
                   to ws-sec-detail
               perform 880-write-security-log
               display "CURRENT PASSWORD WRONG - NOT CHANGED"
           else
               move ws-sec-user-id to ws-target-input
               perform 400-accept-new-password
               if ws-new-password-ok = 'y'
                   move ws-sec-user-idx to ws-target-idx
                   perform 420-set-target-password
                   perform 600-write-security-file
                   move spaces to ws-sec-function
                   move "CHANGED OWN PASSWORD" to ws-sec-detail
                   perform 690-log-admin-action
                   display "PASSWORD CHANGED"
               end-if
           end-if.

       310-enroll-operator.
           display "NEW OPERATOR USER ID: " with no advancing.
           move spaces to ws-target-input.
           accept ws-target-input.
           inspect ws-target-input converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           perform 410-find-target.
           if ws-target-input = spaces
               display "NO USER ID - NOTHING ENROLLED"
           else
           if ws-target-idx > 0
               display "USER ID " ws-target-input " ALREADY ENROLLED"
           else
           if ws-sec-user-count >= 500
               display "SECURITY FILE FULL - NOTHING ENROLLED"
           else
               perform 430-accept-existing-role
               if ws-role-found = 'y'
                   perform 400-accept-new-password
                   if ws-new-password-ok = 'y'
                       add 1 to ws-sec-user-count
                       move ws-sec-user-count to ws-target-idx
                       move ws-target-input
                           to ws-su-user-id(ws-target-idx)
                       move ws-role-input
                           to ws-su-role(ws-target-idx)
                       move 'A' to ws-su-status(ws-target-idx)
                       perform 420-set-target-password
                       perform 600-write-security-file
                       move spaces to ws-sec-detail
                       string "ENROLLED " ws-target-input
                           " AS " ws-role-input
                           delimited by size into ws-sec-detail
                       perform 690-log-admin-action
                       display "OPERATOR " ws-target-input
                           " ENROLLED"
                   end-if
               end-if
           end-if
           end-if
           end-if.

      *An operator who has forgotten their password is given a new
      *one by the administrator and should change it on first use.
       320-reset-password.
           perform 415-accept-target.
           if ws-target-idx > 0
               perform 400-accept-new-password
               if ws-new-password-ok = 'y'
                   perform 420-set-target-password
                   perform 600-write-security-file
                   move spaces to ws-sec-detail
                   string "RESET PASSWORD FOR " ws-target-input
                       delimited by size into ws-sec-detail
                   perform 690-log-admin-action
                   display "PASSWORD RESET FOR " ws-target-input
               end-if
           end-if.

      *An administrator cannot move or revoke their own id - the
      *last administrator could otherwise lock everyone out.
       330-change-role.
           perform 415-accept-target.
           if ws-target-idx > 0
               if ws-target-input = ws-sec-user-id
                   display "YOU CANNOT CHANGE YOUR OWN ROLE"
               else
                   perform 430-accept-existing-role
                   if ws-role-found = 'y'
                       move ws-role-input
                           to ws-su-role(ws-target-idx)
                       perform 600-write-security-file
                       move spaces to ws-sec-detail
                       string "MOVED " ws-target-input
                           " TO " ws-role-input
                           delimited by size into ws-sec-detail
                       perform 690-log-admin-action
                       display "OPERATOR " ws-target-input
                           " NOW " ws-role-input
                   end-if
               end-if
           end-if.

       340-revoke-operator.
           perform 415-accept-target.
           if ws-target-idx > 0
               if ws-target-input = ws-sec-user-id
                   display "YOU CANNOT REVOKE YOUR OWN USER ID"
               else
               if ws-su-status(ws-target-idx) not = 'A'
                   display "OPERATOR " ws-target-input
                       " ALREADY REVOKED"
               else
                   move 'R' to ws-su-status(ws-target-idx)
                   perform 600-write-security-file
                   move spaces to ws-sec-detail
                   string "REVOKED " ws-target-input
                       delimited by size into ws-sec-detail
                   perform 690-log-admin-action
                   display "OPERATOR " ws-target-input " REVOKED"
               end-if
               end-if
           end-if.

      *A reinstated operator keeps the password they had - reset it
      *as well if the revoke was for a suspected disclosure.
       350-reinstate-operator.
           perform 415-accept-target.
           if ws-target-idx > 0
               if ws-su-status(ws-target-idx) = 'A'
                   display "OPERATOR " ws-target-input
                       " IS NOT REVOKED"
               else
                   move 'A' to ws-su-status(ws-target-idx)
                   perform 600-write-security-file
                   move spaces to ws-sec-detail
                   string "REINSTATED " ws-target-input
                       delimited by size into ws-sec-detail
                   perform 690-log-admin-action
                   display "OPERATOR " ws-target-input
                       " REINSTATED"
               end-if
           end-if.

      *A role exists as long as it carries at least one function -
      *granting the first function to a new name creates the role.
       360-grant-function.
           perform 435-accept-role-and-function.
           if ws-role-input not = spaces
             and ws-function-input not = spaces
               perform 440-find-role-function
               if ws-role-found = 'y'
                   display "ROLE " ws-role-input " ALREADY CARRIES "
                       ws-function-input
               else
               if ws-sec-role-count >= 500
                   display "ROLE FILE FULL - NOTHING GRANTED"
               else
                   perform 445-add-role-function
                   perform 650-write-roles-file
                   move spaces to ws-sec-detail
                   string "GRANTED " ws-function-input
                       " TO " ws-role-input
                       delimited by size into ws-sec-detail
                   perform 690-log-admin-action
                   display "ROLE " ws-role-input " NOW CARRIES "
                       ws-function-input
               end-if
               end-if
           end-if.

      *SADM cannot be taken off the administrator's own role from
      *here - that would leave nobody able to run this utility.
       370-remove-function.
           perform 435-accept-role-and-function.
           if ws-role-input not = spaces
             and ws-function-input not = spaces
               perform 440-find-role-function
               if ws-role-found = 'n'
                   display "ROLE " ws-role-input " DOES NOT CARRY "
                       ws-function-input
               else
               if ws-role-input = ws-sec-role
                 and ws-function-input = "SADM"
                   display "YOU CANNOT REMOVE SADM FROM YOUR OWN ROLE"
               else
                   perform 371-shift-one-role
                       varying ws-remove-idx from ws-role-match-idx
                       by 1
                       until ws-remove-idx >= ws-sec-role-count
                   subtract 1 from ws-sec-role-count
                   perform 650-write-roles-file
                   move spaces to ws-sec-detail
                   string "REMOVED " ws-function-input
                       " FROM " ws-role-input
                       delimited by size into ws-sec-detail
                   perform 690-log-admin-action
                   display "ROLE " ws-role-input " NO LONGER CARRIES "
                       ws-function-input
               end-if
               end-if
           end-if.

       371-shift-one-role.
           move ws-sec-role-entry(ws-remove-idx + 1)
               to ws-sec-role-entry(ws-remove-idx).

      *Operators with role and standing, then each role's
      *functions. The password hash is never shown.
       380-list-security.
           display "OPERATORS:".
           perform 381-list-one-operator
               varying ws-sec-user-tidx from 1 by 1
               until ws-sec-user-tidx > ws-sec-user-count.
           display "ROLE AUTHORITIES:".
           perform 382-list-one-role
               varying ws-sec-role-idx from 1 by 1
               until ws-sec-role-idx > ws-sec-role-count.

       381-list-one-operator.
           if ws-su-status(ws-sec-user-tidx) = 'A'
               display "  " ws-su-user-id(ws-sec-user-tidx)
                   "  " ws-su-role(ws-sec-user-tidx)
                   "  ACTIVE   PASSWORD SET "
                   ws-su-password-date(ws-sec-user-tidx)
           else
               display "  " ws-su-user-id(ws-sec-user-tidx)
                   "  " ws-su-role(ws-sec-user-tidx)
                   "  REVOKED  PASSWORD SET "
                   ws-su-password-date(ws-sec-user-tidx)
           end-if.

       382-list-one-role.
           display "  " ws-sr-role(ws-sec-role-idx)
               "  " ws-sr-function(ws-sec-role-idx).

      *Key the new password twice; ws-new-password-ok says whether
      *it passed. The salt is the user id in ws-sec-user-id for a
      *self-service change, or the target's id otherwise.
       400-accept-new-password.
           move 'n' to ws-new-password-ok.
           move spaces to ws-new-password.
           move spaces to ws-confirm-password.
           display "NEW PASSWORD: " with no advancing.
           accept ws-new-password.
           display "KEY IT AGAIN: " with no advancing.
           accept ws-confirm-password.
           perform 401-measure-password.
           if ws-new-password not = ws-confirm-password
               display "PASSWORDS DO NOT MATCH - NOT SET"
           else
           if ws-password-len < ws-password-min
               display "PASSWORD MUST BE AT LEAST " ws-password-min
                   " CHARACTERS - NOT SET"
           else
           if ws-new-password = ws-target-input
             or ws-new-password = ws-sec-user-id
               display "PASSWORD CANNOT BE THE USER ID - NOT SET"
           else
               move 'y' to ws-new-password-ok
           end-if
           end-if
           end-if.
           move spaces to ws-confirm-password.

       401-measure-password.
           move 0 to ws-password-len.
           perform 402-check-one-position
               varying ws-sec-hash-pos from 12 by -1
               until ws-sec-hash-pos < 1
                  or ws-password-len > 0.

       402-check-one-position.
           if ws-new-password(ws-sec-hash-pos:1) not = space
               move ws-sec-hash-pos to ws-password-len
           end-if.

       410-find-target.
           move 0 to ws-target-idx.
           perform 411-match-target
               varying ws-sec-user-tidx from 1 by 1
               until ws-sec-user-tidx > ws-sec-user-count
                  or ws-target-idx > 0.

       411-match-target.
           if ws-su-user-id(ws-sec-user-tidx) = ws-target-input
               set ws-target-idx to ws-sec-user-tidx
           end-if.

       415-accept-target.
           display "OPERATOR USER ID: " with no advancing.
           move spaces to ws-target-input.
           accept ws-target-input.
           inspect ws-target-input converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           perform 410-find-target.
           if ws-target-idx = 0
               display "NO OPERATOR " ws-target-input " ON FILE"
           end-if.

      *Hash the new password salted with the target's own id - the
      *same hash sign-on works out - and date it.
       420-set-target-password.
           move ws-su-user-id(ws-target-idx)
               to ws-sec-hash-input(1:8).
           move ws-new-password to ws-sec-hash-input(9:12).
           move 0 to ws-sec-hash.
           perform 866-hash-one-pass
               varying ws-sec-hash-pass from 1 by 1
               until ws-sec-hash-pass > 2.
           move ws-sec-hash to ws-su-password-hash(ws-target-idx).
           move ws-business-date
               to ws-su-password-date(ws-target-idx).
           move spaces to ws-new-password.
           move spaces to ws-sec-hash-input.

      *An operator can only be put in a role that carries at least
      *one function.
       430-accept-existing-role.
           display "ROLE: " with no advancing.
           move spaces to ws-role-input.
           accept ws-role-input.
           inspect ws-role-input converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move 'n' to ws-role-found.
           perform 431-match-role
               varying ws-sec-role-idx from 1 by 1
               until ws-sec-role-idx > ws-sec-role-count
                  or ws-role-found = 'y'.
           if ws-role-found = 'n'
               display "NO ROLE " ws-role-input
                   " - GRANT IT A FUNCTION FIRST"
           end-if.

       431-match-role.
           if ws-sr-role(ws-sec-role-idx) = ws-role-input
               move 'y' to ws-role-found
           end-if.

       435-accept-role-and-function.
           display "ROLE: " with no advancing.
           move spaces to ws-role-input.
           accept ws-role-input.
           display "FUNCTION CODE: " with no advancing.
           move spaces to ws-function-input.
           accept ws-function-input.
           inspect ws-role-input converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect ws-function-input converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       440-find-role-function.
           move 'n' to ws-role-found.
           move 0 to ws-role-match-idx.
           perform 441-match-role-function
               varying ws-sec-role-idx from 1 by 1
               until ws-sec-role-idx > ws-sec-role-count
                  or ws-role-found = 'y'.

       441-match-role-function.
           if ws-sr-role(ws-sec-role-idx) = ws-role-input
             and ws-sr-function(ws-sec-role-idx) = ws-function-input
               move 'y' to ws-role-found
               set ws-role-match-idx to ws-sec-role-idx
           end-if.

       445-add-role-function.
           add 1 to ws-sec-role-count.
           move ws-role-input     to ws-sr-role(ws-sec-role-count).
           move ws-function-input
               to ws-sr-function(ws-sec-role-count).

      *Both files are written back wholesale after every change.
       600-write-security-file.
           open output security-file.
           perform 610-write-one-operator
               varying ws-sec-user-tidx from 1 by 1
               until ws-sec-user-tidx > ws-sec-user-count.
           close security-file.

       610-write-one-operator.
           move ws-su-user-id(ws-sec-user-tidx)       to os-user-id.
           move ws-su-password-hash(ws-sec-user-tidx)
               to os-password-hash.
           move ws-su-role(ws-sec-user-tidx)          to os-role.
           move ws-su-status(ws-sec-user-tidx)        to os-status.
           move ws-su-password-date(ws-sec-user-tidx)
               to os-password-date.
           write security-rec.

       650-write-roles-file.
           open output roles-file.
           perform 660-write-one-role
               varying ws-sec-role-idx from 1 by 1
               until ws-sec-role-idx > ws-sec-role-count.
           close roles-file.

       660-write-one-role.
           move ws-sr-role(ws-sec-role-idx)     to ro-role.
           move ws-sr-function(ws-sec-role-idx) to ro-function.
           write roles-rec.

      *Every change here is a privileged action - one security log
      *line naming what was done, and one audit-trail line.
       690-log-admin-action.
           move 'A' to ws-sec-event.
           perform 880-write-security-log.
           add 1 to ws-changes-made.
           perform 900-write-audit-record.

      *Load the operator security file and the role authorities. A
      *missing security file just means nobody is enrolled yet.
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
                       move os-password-date
                           to ws-su-password-date(ws-sec-user-count)
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

      *Pick up the operator-set business date, falling back to the
      *system date when no card is on hand.
       890-get-business-date.
           move 0 to ws-business-date.
           open input business-date-file.
           if ws-busdate-status = "00"
               read business-date-file
                   at end move 0 to ws-business-date
                   not at end
                       move business-date-rec to ws-business-date
               end-read
               close business-date-file
           end-if.
           if ws-business-date = 0
               accept ws-business-date from date yyyymmdd
           end-if.

      *One audit line per security change - the counts carry how
      *many operators and role authorities are now on file.
       900-write-audit-record.
           move "SECADMIN"               to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move 0                        to au-input-count.
           move ws-sec-user-count        to au-output-count-1.
           move ws-sec-role-count        to au-output-count-2.
           move ws-changes-made          to au-output-count-3.
           open extend audit-trail-file.
           write audit-rec.
           close audit-trail-file.

       end program SECADMIN.
