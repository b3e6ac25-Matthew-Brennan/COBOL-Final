       identification division.
       program-id. PLANMAINT.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Operator utility that keeps the store sales plan -
      *    sales-plan.dat, a sales and a returns target per store
      *    per month. Finance's budget comes in as a load file
      *    (sales-plan-load.dat, same layout) that is merged over
      *    the plan, replacing any store-month already on it; a
      *    single store-month can then be keyed in, amended, or
      *    dropped by hand when the budget is revised. Every change
      *    is checked against store-table.dat and leaves its own
      *    audit-trail entry. PLANVSACT reports the stores against
      *    this plan. Needs a sign-on whose role carries PLNM; every
      *    change to the plan also goes to the security log.

       environment division.
       input-output section.
       file-control.
           select sales-plan-file
               assign to "../../data/sales-plan.dat"
               organization is line sequential
               file status is ws-plan-status.

           select plan-load-file
               assign to "../../data/sales-plan-load.dat"
               organization is line sequential
               file status is ws-load-status.

           select store-table-file
               assign to "../../data/store-table.dat"
               organization is line sequential
               file status is ws-store-status.

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
      *One line per store per month - the sales the store is
      *budgeted to ring and the returns it is budgeted to take.
       fd sales-plan-file
           record contains 30 characters
           data record is sales-plan-rec.

       01 sales-plan-rec.
           05 sp-store-number         pic xx.
           05 sp-period               pic 9(6).
           05 sp-sales-plan           pic 9(9)v99.
           05 sp-returns-plan         pic 9(9)v99.

      *Finance's budget as delivered - the same layout as the plan.
       fd plan-load-file
           record contains 30 characters
           data record is plan-load-rec.

       01 plan-load-rec.
           05 pl-store-number         pic xx.
           05 pl-period               pic 9(6).
           05 pl-sales-plan           pic 9(9)v99.
           05 pl-returns-plan         pic 9(9)v99.

      *Store master - number, name, region/district, and open and
      *close dates, one store per line.
       fd store-table-file
          record contains 41 characters
          data record is store-table-rec.

       01 store-table-rec.
           05 st-store-number         pic xx.
           05 st-store-name           pic x(20).
           05 st-region               pic x(3).
           05 st-open-date            pic 9(8).
           05 st-close-date           pic 9(8).

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
       01 ws-plan-status             pic xx.
       01 ws-load-status             pic xx.
       01 ws-store-status            pic xx.
       01 ws-eof                     pic x value 'n'.
       01 ws-done                    pic x value 'n'.
       01 ws-choice                  pic x.
       01 ws-store-input             pic xx.
       01 ws-period-input            pic x(6).
       01 ws-period-num              pic 9(6) value 0.
       01 ws-period-month            pic 99 value 0.
       01 ws-amount-input            pic x(12).
       01 ws-sales-num               pic 9(9)v99 value 0.
       01 ws-returns-num             pic 9(9)v99 value 0.
       01 ws-year-input              pic x(4).
       01 ws-year-num                pic 9(4) value 0.
       01 ws-plan-year               pic 9(4) value 0.
       01 ws-entry-ok                pic x value 'n'.
       01 ws-plan-found              pic x value 'n'.
       01 ws-plan-match-idx          pic 9(4) value 0.
       01 ws-remove-idx              pic 9(4) value 0.
       01 ws-store-found             pic x value 'n'.

      *What the last action did, for its audit line.
       01 ws-lines-read              pic 9(7) value 0.
       01 ws-lines-added             pic 9(7) value 0.
       01 ws-lines-replaced          pic 9(7) value 0.
       01 ws-lines-rejected          pic 9(7) value 0.

       01 ws-list-sales              pic z(8)9.99.
       01 ws-list-returns            pic z(8)9.99.

      *Store numbers on the store table.
       01 ws-store-count             pic 99 value 0.
       01 ws-store-table.
           05 ws-store-entry occurs 1 to 50 times
               depending on ws-store-count
               indexed by ws-store-idx.
               10 ws-st-number       pic xx.

      *The plan as it stands, loaded at startup and written back
      *wholesale whenever an action changes it.
      *Set when sales-plan.dat holds more store-months than the
      *table - nothing may be changed then, since writing the plan
      *back would drop the ones left out.
       01 ws-plan-overflow           pic x value 'n'.
       01 ws-plan-count              pic 9(4) value 0.
       01 ws-plan-table.
           05 ws-plan-entry occurs 1 to 2400 times
               depending on ws-plan-count
               indexed by ws-plan-idx.
               10 ws-pt-store        pic xx.
               10 ws-pt-period       pic 9(6).
               10 ws-pt-sales        pic 9(9)v99.
               10 ws-pt-returns      pic 9(9)v99.

      *Operator sign-on - the users and role authorities loaded at
      *startup, and who is signed on to this run.
       01 ws-security-status          pic xx.
       01 ws-roles-status             pic xx.
       01 ws-seclog-status            pic xx.
       01 ws-sec-eof                  pic x value 'n'.
       01 ws-sec-program              pic x(12) value "PLANMAINT".
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
               move "PLNM" to ws-sec-function
               perform 870-check-authority
               if ws-sec-authorized = 'y'
                   perform 800-load-store-table
                   perform 100-load-sales-plan
                   if ws-plan-overflow = 'y'
                       display "PLANMAINT: SALES PLAN OVER 2400 "
                           "STORE-MONTHS - NOTHING CHANGED"
                       move 16 to return-code
                   else
                       perform 200-menu-loop
                   end-if
               end-if
           end-if.
           stop run.

      *A missing sales-plan.dat just means no plan has been set.
       100-load-sales-plan.
           move 0 to ws-plan-count.
           move 'n' to ws-eof.
           open input sales-plan-file.
           if ws-plan-status = "00"
               read sales-plan-file
                   at end move 'y' to ws-eof
               end-read
               perform 110-load-one-plan until ws-eof = 'y'
               close sales-plan-file
           end-if.

       110-load-one-plan.
           if ws-plan-count < 2400
               add 1 to ws-plan-count
               move sp-store-number to ws-pt-store(ws-plan-count)
               move sp-period       to ws-pt-period(ws-plan-count)
               move sp-sales-plan   to ws-pt-sales(ws-plan-count)
               move sp-returns-plan to ws-pt-returns(ws-plan-count)
           else
               move 'y' to ws-plan-overflow
           end-if.
           read sales-plan-file
               at end move 'y' to ws-eof.

       200-menu-loop.
           move 'n' to ws-done.
           perform 210-show-menu-and-process until ws-done = 'y'.

       210-show-menu-and-process.
           display " ".
           display "SALES PLAN - " ws-plan-count
               " STORE-MONTH(S) ON FILE".
           display "  I - IMPORT THE PLAN LOAD FILE".
           display "  A - ADD OR AMEND A STORE-MONTH".
           display "  D - DELETE A STORE-MONTH".
           display "  L - LIST A YEAR'S PLAN".
           display "  X - EXIT".
           display "ENTER CHOICE: " with no advancing.
           accept ws-choice.

           if ws-choice = 'I' or ws-choice = 'i'
               perform 300-import-load-file
           else
           if ws-choice = 'A' or ws-choice = 'a'
               perform 400-amend-store-month
           else
           if ws-choice = 'D' or ws-choice = 'd'
               perform 500-delete-store-month
           else
           if ws-choice = 'L' or ws-choice = 'l'
               perform 600-list-plan-year
           else
           if ws-choice = 'X' or ws-choice = 'x'
               move 'y' to ws-done
           else
               display "UNKNOWN CHOICE, TRY AGAIN"
           end-if
           end-if
           end-if
           end-if
           end-if.

      *Merge finance's load file over the plan - a store-month
      *already planned takes the new figures, a new one is added,
      *and a line for an unknown store or an impossible month is
      *counted and left out.
       300-import-load-file.
           move 0 to ws-lines-read.
           move 0 to ws-lines-added.
           move 0 to ws-lines-replaced.
           move 0 to ws-lines-rejected.
           move 'n' to ws-eof.
           open input plan-load-file.
           if ws-load-status not = "00"
               display "NO PLAN LOAD FILE ON HAND"
           else
               read plan-load-file
                   at end move 'y' to ws-eof
               end-read
               perform 310-import-one-line until ws-eof = 'y'
               close plan-load-file
               perform 700-write-sales-plan
               perform 900-write-audit-record
               move spaces to ws-sec-detail
               string "IMPORTED " ws-lines-read " LOAD LINES"
                   delimited by size into ws-sec-detail
               perform 750-log-plan-change
               display ws-lines-read " READ, " ws-lines-added
                   " ADDED, " ws-lines-replaced " REPLACED, "
                   ws-lines-rejected " REJECTED"
           end-if.

       310-import-one-line.
           add 1 to ws-lines-read.
           move pl-store-number to ws-store-input.
           move pl-period       to ws-period-num.
           perform 420-check-store-month.
           if ws-entry-ok = 'y'
             and pl-sales-plan is numeric
             and pl-returns-plan is numeric
               move pl-sales-plan   to ws-sales-num
               move pl-returns-plan to ws-returns-num
               perform 430-post-store-month
           else
               add 1 to ws-lines-rejected
           end-if.
           read plan-load-file
               at end move 'y' to ws-eof.

       400-amend-store-month.
           move 0 to ws-lines-read.
           move 0 to ws-lines-added.
           move 0 to ws-lines-replaced.
           move 0 to ws-lines-rejected.
           display "STORE NUMBER: " with no advancing.
           accept ws-store-input.
           display "PERIOD (YYYYMM): " with no advancing.
           accept ws-period-input.
           move function numval(ws-period-input) to ws-period-num.
           perform 420-check-store-month.
           if ws-entry-ok = 'n'
               display "NOT A STORE ON THE STORE TABLE OR NOT A MONTH"
           else
               perform 440-find-plan
               if ws-plan-found = 'y'
                   move ws-pt-sales(ws-plan-match-idx)
                       to ws-list-sales
                   move ws-pt-returns(ws-plan-match-idx)
                       to ws-list-returns
                   display "NOW PLANNED - SALES " ws-list-sales
                       "  RETURNS " ws-list-returns
               end-if
               display "SALES PLAN: " with no advancing
               accept ws-amount-input
               move function numval(ws-amount-input) to ws-sales-num
               display "RETURNS PLAN: " with no advancing
               accept ws-amount-input
               move function numval(ws-amount-input)
                   to ws-returns-num
               add 1 to ws-lines-read
               perform 430-post-store-month
               perform 700-write-sales-plan
               perform 900-write-audit-record
               move spaces to ws-sec-detail
               if ws-lines-added > 0
                   string "ADDED " ws-store-input " " ws-period-num
                       delimited by size into ws-sec-detail
               else
                   string "CHANGED " ws-store-input " " ws-period-num
                       delimited by size into ws-sec-detail
               end-if
               perform 750-log-plan-change
               display "STORE " ws-store-input " PERIOD "
                   ws-period-num " PLANNED"
           end-if.

      *The store has to be on the store table and the period a
      *real month.
       420-check-store-month.
           move 'n' to ws-entry-ok.
           perform 810-find-store.
           divide ws-period-num by 100
               giving ws-plan-year remainder ws-period-month.
           if ws-store-found = 'y'
             and ws-period-num >= 190001 and ws-period-num <= 999912
             and ws-period-month >= 1 and ws-period-month <= 12
               move 'y' to ws-entry-ok
           end-if.

       430-post-store-month.
           perform 440-find-plan.
           if ws-plan-found = 'y'
               move ws-sales-num   to ws-pt-sales(ws-plan-match-idx)
               move ws-returns-num to ws-pt-returns(ws-plan-match-idx)
               add 1 to ws-lines-replaced
           else
               if ws-plan-count < 2400
                   add 1 to ws-plan-count
                   move ws-store-input to ws-pt-store(ws-plan-count)
                   move ws-period-num  to ws-pt-period(ws-plan-count)
                   move ws-sales-num   to ws-pt-sales(ws-plan-count)
                   move ws-returns-num to ws-pt-returns(ws-plan-count)
                   add 1 to ws-lines-added
               else
                   add 1 to ws-lines-rejected
               end-if
           end-if.

       440-find-plan.
           move 'n' to ws-plan-found.
           move 0 to ws-plan-match-idx.
           perform 441-match-plan
               varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-count.

       441-match-plan.
           if ws-pt-store(ws-plan-idx) = ws-store-input
             and ws-pt-period(ws-plan-idx) = ws-period-num
               move 'y' to ws-plan-found
               set ws-plan-match-idx to ws-plan-idx
           end-if.

       500-delete-store-month.
           move 0 to ws-lines-read.
           move 0 to ws-lines-added.
           move 0 to ws-lines-replaced.
           move 0 to ws-lines-rejected.
           display "STORE NUMBER: " with no advancing.
           accept ws-store-input.
           display "PERIOD (YYYYMM): " with no advancing.
           accept ws-period-input.
           move function numval(ws-period-input) to ws-period-num.
           perform 440-find-plan.
           if ws-plan-found = 'n'
               display "STORE " ws-store-input " PERIOD "
                   ws-period-num " IS NOT PLANNED"
           else
               add 1 to ws-lines-read
               perform 510-remove-plan
               perform 700-write-sales-plan
               perform 900-write-audit-record
               move spaces to ws-sec-detail
               string "DELETED " ws-store-input " " ws-period-num
                   delimited by size into ws-sec-detail
               perform 750-log-plan-change
               display "STORE " ws-store-input " PERIOD "
                   ws-period-num " DELETED"
           end-if.

      *Slide the entries above the removed store-month down one
      *slot.
       510-remove-plan.
           perform 520-shift-one-entry
               varying ws-remove-idx from ws-plan-match-idx by 1
               until ws-remove-idx >= ws-plan-count.
           subtract 1 from ws-plan-count.

       520-shift-one-entry.
           move ws-plan-entry(ws-remove-idx + 1)
               to ws-plan-entry(ws-remove-idx).

       600-list-plan-year.
           display "YEAR (YYYY): " with no advancing.
           accept ws-year-input.
           move function numval(ws-year-input) to ws-year-num.
           perform 610-list-one-plan
               varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-count.

       610-list-one-plan.
           compute ws-plan-year = ws-pt-period(ws-plan-idx) / 100.
           if ws-plan-year = ws-year-num
               move ws-pt-sales(ws-plan-idx)   to ws-list-sales
               move ws-pt-returns(ws-plan-idx) to ws-list-returns
               display "  STORE " ws-pt-store(ws-plan-idx)
                   "  " ws-pt-period(ws-plan-idx)
                   "  SALES " ws-list-sales
                   "  RETURNS " ws-list-returns
           end-if.

       700-write-sales-plan.
           open output sales-plan-file.
           perform 710-write-one-plan
               varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-count.
           close sales-plan-file.

       710-write-one-plan.
           move ws-pt-store(ws-plan-idx)   to sp-store-number.
           move ws-pt-period(ws-plan-idx)  to sp-period.
           move ws-pt-sales(ws-plan-idx)   to sp-sales-plan.
           move ws-pt-returns(ws-plan-idx) to sp-returns-plan.
           write sales-plan-rec.

      *Every change to the plan is a privileged-action line on the
      *security log - the caller sets the detail.
       750-log-plan-change.
           move 'A' to ws-sec-event.
           move "PLNM" to ws-sec-function.
           perform 880-write-security-log.

       800-load-store-table.
           move 0 to ws-store-count.
           open input store-table-file.
           if ws-store-status = "00"
               read store-table-file
                   at end move high-values to store-table-rec
               end-read
               perform until store-table-rec = high-values
                   if ws-store-count < 50
                       add 1 to ws-store-count
                       move st-store-number
                           to ws-st-number(ws-store-count)
                   end-if
                   read store-table-file
                       at end move high-values to store-table-rec
                   end-read
               end-perform
               close store-table-file
           end-if.

       810-find-store.
           move 'n' to ws-store-found.
           perform 811-match-store
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count.

       811-match-store.
           if ws-st-number(ws-store-idx) = ws-store-input
               move 'y' to ws-store-found
           end-if.

      *One audit line per change to the plan - lines read, added,
      *replaced and rejected by the action.
       900-write-audit-record.
           move "PLANMAINT"             to au-program-name.
           accept au-run-date           from date.
           accept au-run-time           from time.
           move ws-business-date-6      to au-business-date.
           move ws-lines-read           to au-input-count.
           move ws-lines-added          to au-output-count-1.
           move ws-lines-replaced       to au-output-count-2.
           move ws-lines-rejected       to au-output-count-3.
           open extend audit-trail-file.
           write audit-rec.
           close audit-trail-file.

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



       end program PLANMAINT.
