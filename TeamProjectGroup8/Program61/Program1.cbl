       identification division.
       program-id. REFMAINT.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Operator utility that keeps the reference tables VALIDATOR
      *    edits against - the store table, the cashier and approver
      *    tables, the SKU master, the SKU price ranges and the
      *    customer master. An entry can be added, changed,
      *    deactivated or reactivated, and every field is edited
      *    the same way VALIDATOR will check it, so a line keyed here
      *    never turns a good transaction into a reject. A key
      *    already on the table, active or not, is refused.
      *    Nothing is ever deleted: a store is deactivated by its
      *    close date, anything else by a line on
      *    reference-inactive.dat giving its last active day - the
      *    line itself stays on its table, so old transactions still
      *    resolve to a store name or a SKU description. Every change
      *    goes to reference-change-log.dat with the record before
      *    and after, the operator and the business date; REFCHANGES
      *    reports it daily. The customer master is kept in customer
      *    id order for VALIDATOR's binary search. Needs a sign-on
      *    whose role carries REFM.

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

           select store-table-file
               assign to "../../data/store-table.dat"
               organization is line sequential
               file status is ws-table-status.

           select cashier-table-file
               assign to "../../data/cashier-table.dat"
               organization is line sequential
               file status is ws-table-status.

           select approver-table-file
               assign to "../../data/approver-table.dat"
               organization is line sequential
               file status is ws-table-status.

           select sku-master-file
               assign to "../../data/sku-master.dat"
               organization is line sequential
               file status is ws-table-status.

           select sku-price-file
               assign to "../../data/sku-price-table.dat"
               organization is line sequential
               file status is ws-table-status.

           select customer-master-file
               assign to "../../data/customer-master.dat"
               organization is line sequential
               file status is ws-table-status.

           select reference-inactive-file
               assign to "../../data/reference-inactive.dat"
               organization is line sequential
               file status is ws-inactive-status.

           select change-log-file
               assign to "../../data/reference-change-log.dat"
               organization is line sequential
               file status is ws-change-log-status.

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

      *Store master - number, name, region, the date it opened and
      *the last day it traded (zero while it is still open).
       fd store-table-file
          record contains 41 characters
          data record is store-table-rec.

       01 store-table-rec             pic x(41).

      *Active cashier/register IDs, one per line.
       fd cashier-table-file
          record contains 4 characters
          data record is cashier-table-rec.

       01 cashier-table-rec           pic x(4).

      *Manager/approver IDs authorized to wave large returns
      *through, one per line.
       fd approver-table-file
          record contains 4 characters
          data record is approver-table-rec.

       01 approver-table-rec          pic x(4).

      *SKU master - code, description, department and list price.
       fd sku-master-file
          record contains 45 characters
          data record is sku-master-rec.

       01 sku-master-rec              pic x(45).

      *Expected price range per watched SKU.
       fd sku-price-file
          record contains 29 characters
          data record is sku-price-rec.

       01 sku-price-rec               pic x(29).

      *Loyalty customer master, kept sorted by customer id.
       fd customer-master-file
          record contains 47 characters
          data record is customer-master-rec.

       01 customer-master-rec         pic x(47).

      *Reference entries taken out of service - which table
      *(CA/AP/SK/SP/CU), which key, and the last day the entry was
      *good for. VALIDATOR refuses the entry for anything dated
      *after that day.
       fd reference-inactive-file
          record contains 25 characters
          data record is reference-inactive-rec.

       01 reference-inactive-rec.
           05 ri-table-code           pic xx.
           05 ri-key                  pic x(15).
           05 ri-last-date            pic 9(8).

      *One line per reference change - business date and clock
      *time, the operator, the table, 'A' added / 'C' changed /
      *'D' deactivated / 'R' reactivated, the key, and the record
      *as it stood before and after.
       fd change-log-file
          record contains 136 characters
          data record is change-log-rec.

       01 change-log-rec.
           05 rc-change-date          pic 9(8).
           05 rc-change-time          pic 9(8).
           05 rc-user-id              pic x(8).
           05 rc-table-code           pic xx.
           05 rc-action               pic x.
           05 rc-key                  pic x(15).
           05 rc-before               pic x(47).
           05 rc-after                pic x(47).

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
       01 ws-table-status             pic xx.
       01 ws-inactive-status          pic xx.
       01 ws-change-log-status        pic xx.
       01 ws-eof                      pic x value 'n'.
       01 ws-done                     pic x value 'n'.
       01 ws-table-done               pic x value 'n'.
       01 ws-choice                   pic x.
       01 ws-action                   pic x.
       01 ws-log-action               pic x.

      *What this run did, for the audit line.
       01 ws-adds-made                pic 9(5) value 0.
       01 ws-changes-made             pic 9(5) value 0.
       01 ws-status-changes           pic 9(5) value 0.
       01 ws-entries-read             pic 9(7) value 0.

      *The table being worked - its code on the inactive file and
      *the change log, its name for the screen, how long its key
      *is, and the most entries VALIDATOR will load from it.
       01 ws-table-code               pic xx value spaces.
           88 88-store-table          value 'ST'.
           88 88-cashier-table        value 'CA'.
           88 88-approver-table       value 'AP'.
           88 88-sku-master-table     value 'SK'.
           88 88-sku-price-table      value 'SP'.
           88 88-customer-table       value 'CU'.
       01 ws-table-name               pic x(16) value spaces.
       01 ws-key-len                  pic 99 value 0.
       01 ws-table-limit              pic 9(5) value 0.

      *The table being worked, one entry per line on file - the key
      *pulled out in front, then the whole record.
       01 ws-ref-count                pic 9(5) value 0.
       01 ws-ref-table.
           05 ws-ref-entry occurs 1 to 20000 times
               depending on ws-ref-count
               indexed by ws-ref-idx.
               10 ws-ref-key          pic x(15).
               10 ws-ref-data         pic x(47).
       01 ws-ref-found                pic x value 'n'.
       01 ws-ref-match-idx            pic 9(5) value 0.
       01 ws-insert-idx               pic 9(5) value 0.
      *Set when a file holds more lines than its table. A table
      *that did not load whole is not opened for change, since
      *writing it back would drop the lines left out.
       01 ws-ref-overflow             pic x value 'n'.
       01 ws-inactive-overflow        pic x value 'n'.
       01 ws-shift-idx                pic 9(5) value 0.

      *Deactivated entries, loaded at startup and written back
      *wholesale after every deactivation or reactivation.
       01 ws-inactive-count           pic 9(4) value 0.
       01 ws-inactive-table.
           05 ws-inactive-entry occurs 1 to 2000 times
               depending on ws-inactive-count
               indexed by ws-inactive-idx.
               10 ws-inactive-code    pic xx.
               10 ws-inactive-key     pic x(15).
               10 ws-inactive-last    pic 9(8).
       01 ws-inactive-found           pic x value 'n'.
       01 ws-inactive-match-idx       pic 9(4) value 0.
       01 ws-inactive-limit           pic 9(4) value 2000.

       01 ws-key-input                pic x(15).
       01 ws-key-work                 pic x(15).
       01 ws-field-input              pic x(20).
       01 ws-amount-input             pic x(12).
       01 ws-amount-num               pic s9(9)v99 value 0.
       01 ws-date-input               pic x(10).
       01 ws-date-num                 pic 9(8) value 0.
       01 ws-date-parts redefines ws-date-num.
           05 ws-dp-year              pic 9(4).
           05 ws-dp-month             pic 99.
           05 ws-dp-day               pic 99.
       01 ws-date-ok                  pic x value 'n'.
       01 ws-entry-ok                 pic x value 'y'.
       01 ws-space-count              pic 99 value 0.
       01 ws-show-amount              pic z(6)9.99.
       01 ws-show-limit               pic z(6)9.99.

      *The record before and after the operator's keying, with a
      *view of the new one for each table's fields.
       01 ws-old-image                pic x(47).
       01 ws-new-image                pic x(47).
       01 ws-new-store redefines ws-new-image.
           05 ws-ns-number            pic xx.
           05 ws-ns-name              pic x(20).
           05 ws-ns-region            pic x(3).
           05 ws-ns-open-date         pic 9(8).
           05 ws-ns-close-date        pic 9(8).
           05 filler                  pic x(6).
       01 ws-new-sku redefines ws-new-image.
           05 ws-nk-sku-code          pic x(15).
               88 88-nk-sku-alpha     value '1' thru '9', 'A' thru 'Z'.
           05 ws-nk-description       pic x(20).
           05 ws-nk-department        pic x(3).
           05 ws-nk-list-price        pic 9(5)v99.
           05 filler                  pic xx.
       01 ws-new-price redefines ws-new-image.
           05 ws-np-sku-code          pic x(15).
               88 88-np-sku-alpha     value '1' thru '9', 'A' thru 'Z'.
           05 ws-np-low-amount        pic 9(5)v99.
           05 ws-np-high-amount       pic 9(5)v99.
           05 filler                  pic x(18).
       01 ws-new-customer redefines ws-new-image.
           05 ws-nc-customer-id       pic x(6).
           05 ws-nc-customer-name     pic x(20).
           05 ws-nc-exempt-cert       pic x(12).
           05 ws-nc-credit-limit      pic 9(7)v99.

      *Deactivation notes carried in the change log in place of a
      *record image.
       01 ws-inactive-note.
           05 filler                  pic x(15)
               value "INACTIVE AFTER ".
           05 ws-in-note-date         pic 9(8).
           05 filler                  pic x(24) value spaces.

      *Operator sign-on - the users and role authorities loaded at
      *startup, and who is signed on to this run.
       01 ws-security-status          pic xx.
       01 ws-roles-status             pic xx.
       01 ws-seclog-status            pic xx.
       01 ws-sec-eof                  pic x value 'n'.
       01 ws-sec-program              pic x(12) value "REFMAINT".
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
               move "REFM" to ws-sec-function
               perform 870-check-authority
               if ws-sec-authorized = 'y'
                   perform 520-load-inactive-entries
                   if ws-inactive-overflow = 'y'
                       display "REFMAINT: INACTIVE FILE OVER "
                           ws-inactive-limit " ENTRIES - NOTHING "
                           "CHANGED"
                       move 16 to return-code
                   else
                       perform 200-menu-loop
                       if ws-adds-made + ws-changes-made
                            + ws-status-changes > 0
                           perform 900-write-audit-record
                       end-if
                   end-if
               end-if
           end-if.
           stop run.

       200-menu-loop.
           move 'n' to ws-done.
           perform 210-pick-table until ws-done = 'y'.

       210-pick-table.
           display " ".
           display "REFERENCE TABLES - SIGNED ON AS " ws-sec-user-id
               "  BUSINESS DATE " ws-business-date.
           display "  S - STORE TABLE".
           display "  C - CASHIER TABLE".
           display "  A - APPROVER TABLE".
           display "  K - SKU MASTER".
           display "  P - SKU PRICE RANGES".
           display "  U - CUSTOMER MASTER".
           display "  X - EXIT".
           display "ENTER CHOICE: " with no advancing.
           accept ws-choice.
           move spaces to ws-table-code.
           if ws-choice = 'S' or ws-choice = 's'
               move 'ST' to ws-table-code
               move "STORE TABLE" to ws-table-name
               move 2 to ws-key-len
               move 20 to ws-table-limit
           else
           if ws-choice = 'C' or ws-choice = 'c'
               move 'CA' to ws-table-code
               move "CASHIER TABLE" to ws-table-name
               move 4 to ws-key-len
               move 50 to ws-table-limit
           else
           if ws-choice = 'A' or ws-choice = 'a'
               move 'AP' to ws-table-code
               move "APPROVER TABLE" to ws-table-name
               move 4 to ws-key-len
               move 50 to ws-table-limit
           else
           if ws-choice = 'K' or ws-choice = 'k'
               move 'SK' to ws-table-code
               move "SKU MASTER" to ws-table-name
               move 15 to ws-key-len
               move 200 to ws-table-limit
           else
           if ws-choice = 'P' or ws-choice = 'p'
               move 'SP' to ws-table-code
               move "SKU PRICE RANGES" to ws-table-name
               move 15 to ws-key-len
               move 200 to ws-table-limit
           else
           if ws-choice = 'U' or ws-choice = 'u'
               move 'CU' to ws-table-code
               move "CUSTOMER MASTER" to ws-table-name
               move 6 to ws-key-len
               move 20000 to ws-table-limit
           else
           if ws-choice = 'X' or ws-choice = 'x'
               move 'y' to ws-done
           else
               display "UNKNOWN CHOICE, TRY AGAIN"
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.
           if ws-table-code not = spaces
               perform 500-load-current-table
               if ws-ref-overflow = 'y'
                   display ws-table-name " HOLDS MORE THAN 20000 "
                       "LINES - NOT OPENED FOR CHANGE"
                   move 16 to return-code
               else
                   move 'n' to ws-table-done
                   perform 220-pick-action until ws-table-done = 'y'
               end-if
           end-if.

       220-pick-action.
           display " ".
           display ws-table-name " - " ws-ref-count " ON FILE".
           display "  A - ADD   C - CHANGE   D - DEACTIVATE   "
               "R - REACTIVATE   L - LIST   X - BACK".
           display "ENTER CHOICE: " with no advancing.
           accept ws-action.
           if ws-action = 'A' or ws-action = 'a'
               perform 300-add-entry
           else
           if ws-action = 'C' or ws-action = 'c'
               perform 320-change-entry
           else
           if ws-action = 'D' or ws-action = 'd'
               perform 340-deactivate-entry
           else
           if ws-action = 'R' or ws-action = 'r'
               perform 360-reactivate-entry
           else
           if ws-action = 'L' or ws-action = 'l'
               perform 380-list-table
           else
           if ws-action = 'X' or ws-action = 'x'
               move 'y' to ws-table-done
           else
               display "UNKNOWN CHOICE, TRY AGAIN"
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *A new entry has to carry a key nobody else has - active or
      *deactivated, since the old line is still what history
      *resolves against - and the table cannot grow past what
      *VALIDATOR loads.
       300-add-entry.
           perform 400-accept-key.
           if ws-key-work = spaces
               display "NO KEY - NOTHING ADDED"
           else
           if ws-ref-found = 'y'
               display ws-key-work " IS ALREADY ON THE TABLE - "
                   "NOTHING ADDED"
           else
           if ws-ref-count >= ws-table-limit
               display ws-table-name " IS FULL - NOTHING ADDED"
           else
               move spaces to ws-old-image
               move spaces to ws-new-image
               move ws-key-work(1:ws-key-len)
                   to ws-new-image(1:ws-key-len)
               perform 420-init-new-fields
               perform 430-enter-fields
               perform 450-edit-entry
               if ws-entry-ok = 'y'
                   perform 310-insert-entry
                   perform 600-write-current-table
                   move 'A' to ws-log-action
                   perform 700-log-change
                   add 1 to ws-adds-made
                   display ws-key-work " ADDED TO " ws-table-name
               else
                   display "NOTHING ADDED"
               end-if
           end-if
           end-if
           end-if.

      *The customer master goes in customer id order; every other
      *table takes the new line at the end.
       310-insert-entry.
           move ws-ref-count to ws-insert-idx.
           add 1 to ws-insert-idx.
           if 88-customer-table
               perform 311-find-insert-point
                   varying ws-ref-idx from ws-ref-count by -1
                   until ws-ref-idx < 1
           end-if.
           add 1 to ws-ref-count.
           perform 312-shift-one-up
               varying ws-shift-idx from ws-ref-count by -1
               until ws-shift-idx <= ws-insert-idx.
           move ws-key-work  to ws-ref-key(ws-insert-idx).
           move ws-new-image to ws-ref-data(ws-insert-idx).

       311-find-insert-point.
           if ws-ref-key(ws-ref-idx) > ws-key-work
               set ws-insert-idx to ws-ref-idx
           end-if.

       312-shift-one-up.
           move ws-ref-entry(ws-shift-idx - 1)
               to ws-ref-entry(ws-shift-idx).

      *The key cannot be changed - a new key is a new entry, and the
      *old one is deactivated. A blank answer keeps a field as it
      *was.
       320-change-entry.
           perform 400-accept-key.
           if ws-ref-found = 'n'
               display "NO " ws-key-work " ON THE TABLE"
           else
               move ws-ref-data(ws-ref-match-idx) to ws-old-image
               move ws-old-image to ws-new-image
               perform 430-enter-fields
               perform 450-edit-entry
               if ws-entry-ok = 'n'
                   display "NOTHING CHANGED"
               else
               if ws-new-image = ws-old-image
                   display "NO FIELD DIFFERS - NOTHING CHANGED"
               else
                   move ws-new-image to ws-ref-data(ws-ref-match-idx)
                   perform 600-write-current-table
                   move 'C' to ws-log-action
                   perform 700-log-change
                   add 1 to ws-changes-made
                   display ws-key-work " CHANGED"
               end-if
               end-if
           end-if.

      *A store is deactivated by its close date, which VALIDATOR
      *already honours; anything else by a line on the inactive
      *file. Either way the entry stays on its own table.
       340-deactivate-entry.
           perform 400-accept-key.
           if ws-ref-found = 'n'
               display "NO " ws-key-work " ON THE TABLE"
           else
               move ws-ref-data(ws-ref-match-idx) to ws-old-image
               move ws-old-image to ws-new-image
               perform 410-find-inactive
               if (88-store-table and ws-ns-close-date not = 0)
                 or (not 88-store-table and ws-inactive-found = 'y')
                   display ws-key-work " IS ALREADY INACTIVE"
               else
               if not 88-store-table
                 and ws-inactive-count >= ws-inactive-limit
                   display "INACTIVE FILE IS FULL - NOTHING DONE"
               else
                   perform 345-accept-last-date
                   if ws-date-ok = 'y'
                       perform 350-post-deactivation
                   end-if
               end-if
               end-if
           end-if.

      *The last day the entry is good for - a blank answer is the
      *business date. A store cannot close before it opened.
       345-accept-last-date.
           display "LAST ACTIVE DAY (YYYYMMDD, BLANK FOR "
               ws-business-date "): " with no advancing.
           move spaces to ws-date-input.
           accept ws-date-input.
           if ws-date-input = spaces
               move ws-business-date to ws-date-num
           else
               move 0 to ws-date-num
               if function test-numval(ws-date-input) = 0
                   move function numval(ws-date-input) to ws-date-num
               end-if
           end-if.
           perform 460-check-date.
           if ws-date-ok = 'n'
               display "NOT A DATE - NOTHING DONE"
           else
           if 88-store-table and ws-date-num < ws-ns-open-date
               display "STORE OPENED " ws-ns-open-date
                   " - IT CANNOT CLOSE BEFORE THAT"
               move 'n' to ws-date-ok
           end-if
           end-if.

       350-post-deactivation.
           if 88-store-table
               move ws-date-num to ws-ns-close-date
               move ws-new-image to ws-ref-data(ws-ref-match-idx)
               perform 600-write-current-table
           else
               add 1 to ws-inactive-count
               move ws-table-code
                   to ws-inactive-code(ws-inactive-count)
               move ws-key-work
                   to ws-inactive-key(ws-inactive-count)
               move ws-date-num
                   to ws-inactive-last(ws-inactive-count)
               perform 620-write-inactive-file
               move ws-date-num to ws-in-note-date
               move ws-inactive-note to ws-new-image
           end-if.
           move 'D' to ws-log-action.
           perform 700-log-change.
           add 1 to ws-status-changes.
           display ws-key-work " INACTIVE AFTER " ws-date-num.

      *Undo a deactivation keyed in error, or bring a store back
      *into trade.
       360-reactivate-entry.
           perform 400-accept-key.
           if ws-ref-found = 'n'
               display "NO " ws-key-work " ON THE TABLE"
           else
               move ws-ref-data(ws-ref-match-idx) to ws-old-image
               move ws-old-image to ws-new-image
               perform 410-find-inactive
               if (88-store-table and ws-ns-close-date = 0)
                 or (not 88-store-table and ws-inactive-found = 'n')
                   display ws-key-work " IS NOT INACTIVE"
               else
                   perform 365-post-reactivation
                   move 'R' to ws-log-action
                   perform 700-log-change
                   add 1 to ws-status-changes
                   display ws-key-work " ACTIVE AGAIN"
               end-if
           end-if.

       365-post-reactivation.
           if 88-store-table
               move 0 to ws-ns-close-date
               move ws-new-image to ws-ref-data(ws-ref-match-idx)
               perform 600-write-current-table
           else
               move ws-inactive-last(ws-inactive-match-idx)
                   to ws-in-note-date
               move ws-inactive-note to ws-old-image
               perform 366-shift-one-down
                   varying ws-shift-idx from ws-inactive-match-idx
                   by 1
                   until ws-shift-idx >= ws-inactive-count
               subtract 1 from ws-inactive-count
               perform 620-write-inactive-file
           end-if.

       366-shift-one-down.
           move ws-inactive-entry(ws-shift-idx + 1)
               to ws-inactive-entry(ws-shift-idx).

       380-list-table.
           perform 381-list-one-entry
               varying ws-ref-idx from 1 by 1
               until ws-ref-idx > ws-ref-count.

       381-list-one-entry.
           move ws-ref-key(ws-ref-idx) to ws-key-work.
           move ws-ref-data(ws-ref-idx) to ws-new-image.
           perform 410-find-inactive.
           if 88-store-table and ws-ns-close-date not = 0
               display "  " ws-new-image(1:41)
                   "  INACTIVE AFTER " ws-ns-close-date
           else
           if ws-inactive-found = 'y'
               display "  " ws-new-image
                   "  INACTIVE AFTER "
                   ws-inactive-last(ws-inactive-match-idx)
           else
               display "  " ws-new-image
           end-if
           end-if.

      *Keys go in upper case, as every table keeps them.
       400-accept-key.
           display ws-table-name " KEY: " with no advancing.
           move spaces to ws-key-input.
           accept ws-key-input.
           inspect ws-key-input converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to ws-key-work.
           move ws-key-input(1:ws-key-len)
               to ws-key-work(1:ws-key-len).
           move 'n' to ws-ref-found.
           move 0 to ws-ref-match-idx.
           perform 401-match-key
               varying ws-ref-idx from 1 by 1
               until ws-ref-idx > ws-ref-count
                  or ws-ref-found = 'y'.

       401-match-key.
           if ws-ref-key(ws-ref-idx) = ws-key-work
               move 'y' to ws-ref-found
               set ws-ref-match-idx to ws-ref-idx
           end-if.

       410-find-inactive.
           move 'n' to ws-inactive-found.
           move 0 to ws-inactive-match-idx.
           perform 411-match-inactive
               varying ws-inactive-idx from 1 by 1
               until ws-inactive-idx > ws-inactive-count
                  or ws-inactive-found = 'y'.

       411-match-inactive.
           if ws-inactive-code(ws-inactive-idx) = ws-table-code
             and ws-inactive-key(ws-inactive-idx) = ws-key-work
               move 'y' to ws-inactive-found
               set ws-inactive-match-idx to ws-inactive-idx
           end-if.

      *A new line starts with its numbers at zero, so one the
      *operator skips fails the edit rather than going out blank.
       420-init-new-fields.
           if 88-store-table
               move 0 to ws-ns-open-date
               move 0 to ws-ns-close-date
           end-if.
           if 88-sku-master-table
               move 0 to ws-nk-list-price
           end-if.
           if 88-sku-price-table
               move 0 to ws-np-low-amount
               move 0 to ws-np-high-amount
           end-if.
           if 88-customer-table
               move 0 to ws-nc-credit-limit
           end-if.

      *Walk the operator through the table's fields - a blank
      *entry keeps the field as it was. A cashier or approver line
      *is nothing but its key.
       430-enter-fields.
           move 'y' to ws-entry-ok.
           if 88-store-table
               perform 431-enter-store-fields
           end-if.
           if 88-sku-master-table
               perform 432-enter-sku-fields
           end-if.
           if 88-sku-price-table
               perform 433-enter-price-fields
           end-if.
           if 88-customer-table
               perform 434-enter-customer-fields
           end-if.

       431-enter-store-fields.
           display "STORE NAME [" ws-ns-name "]: " with no advancing.
           perform 440-accept-text.
           if ws-field-input not = spaces
               move ws-field-input to ws-ns-name
           end-if.
           display "REGION [" ws-ns-region "]: " with no advancing.
           perform 440-accept-text.
           if ws-field-input not = spaces
               move ws-field-input to ws-ns-region
           end-if.
           display "OPENED (YYYYMMDD) [" ws-ns-open-date "]: "
               with no advancing.
           move spaces to ws-date-input.
           accept ws-date-input.
           if ws-date-input not = spaces
               move 0 to ws-date-num
               if function test-numval(ws-date-input) = 0
                   move function numval(ws-date-input) to ws-date-num
               end-if
               move ws-date-num to ws-ns-open-date
           end-if.

       432-enter-sku-fields.
           display "DESCRIPTION [" ws-nk-description "]: "
               with no advancing.
           perform 440-accept-text.
           if ws-field-input not = spaces
               move ws-field-input to ws-nk-description
           end-if.
           display "DEPARTMENT [" ws-nk-department "]: "
               with no advancing.
           perform 440-accept-text.
           if ws-field-input not = spaces
               move ws-field-input to ws-nk-department
           end-if.
           move ws-nk-list-price to ws-show-amount.
           display "LIST PRICE [" ws-show-amount "]: "
               with no advancing.
           perform 441-accept-amount.
           if ws-amount-input not = spaces
               move ws-amount-num to ws-nk-list-price
           end-if.

       433-enter-price-fields.
           move ws-np-low-amount to ws-show-amount.
           display "LOWEST EXPECTED AMOUNT [" ws-show-amount "]: "
               with no advancing.
           perform 441-accept-amount.
           if ws-amount-input not = spaces
               move ws-amount-num to ws-np-low-amount
           end-if.
           move ws-np-high-amount to ws-show-amount.
           display "HIGHEST EXPECTED AMOUNT [" ws-show-amount "]: "
               with no advancing.
           perform 441-accept-amount.
           if ws-amount-input not = spaces
               move ws-amount-num to ws-np-high-amount
           end-if.

      *An exempt certificate is cleared with a single '*' - a blank
      *answer keeps it, the same as every other field.
       434-enter-customer-fields.
           display "CUSTOMER NAME [" ws-nc-customer-name "]: "
               with no advancing.
           perform 440-accept-text.
           if ws-field-input not = spaces
               move ws-field-input to ws-nc-customer-name
           end-if.
           display "TAX-EXEMPT CERTIFICATE, * TO CLEAR ["
               ws-nc-exempt-cert "]: " with no advancing.
           perform 440-accept-text.
           if ws-field-input = '*'
               move spaces to ws-nc-exempt-cert
           else
           if ws-field-input not = spaces
               move ws-field-input to ws-nc-exempt-cert
           end-if
           end-if.
           move ws-nc-credit-limit to ws-show-limit.
           display "HOUSE CREDIT LIMIT, 0 FOR NONE [" ws-show-limit
               "]: " with no advancing.
           perform 441-accept-amount.
           if ws-amount-input not = spaces
               move ws-amount-num to ws-nc-credit-limit
           end-if.

       440-accept-text.
           move spaces to ws-field-input.
           accept ws-field-input.
           inspect ws-field-input converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *An amount that is not a number, or is below zero, fails the
      *entry outright - it is never quietly taken as zero.
       441-accept-amount.
           move spaces to ws-amount-input.
           move 0 to ws-amount-num.
           accept ws-amount-input.
           if ws-amount-input not = spaces
               if function test-numval(ws-amount-input) = 0
                   move function numval(ws-amount-input)
                       to ws-amount-num
                   if ws-amount-num < 0
                       display "AMOUNT CANNOT BE BELOW ZERO"
                       move 'n' to ws-entry-ok
                   end-if
               else
                   display "NOT AN AMOUNT"
                   move 'n' to ws-entry-ok
               end-if
           end-if.

      *The whole line is edited as VALIDATOR will use it - a key
      *it will match exactly, and every field it reads filled in
      *the way it checks it.
       450-edit-entry.
           if ws-entry-ok = 'y'
               if 88-store-table
                   perform 451-edit-store
               end-if
               if 88-cashier-table or 88-approver-table
                   perform 452-edit-id
               end-if
               if 88-sku-master-table
                   perform 453-edit-sku
               end-if
               if 88-sku-price-table
                   perform 454-edit-price
               end-if
               if 88-customer-table
                   perform 455-edit-customer
               end-if
           end-if.

      *Stores are numbered 01-99; a store with no name or region
      *cannot be reported on, and one with no opening date cannot
      *be closed.
       451-edit-store.
           if ws-ns-number is not numeric or ws-ns-number = "00"
               display "STORE NUMBER MUST BE 01 TO 99"
               move 'n' to ws-entry-ok
           end-if.
           if ws-ns-name = spaces
               display "STORE NAME IS REQUIRED"
               move 'n' to ws-entry-ok
           end-if.
           if ws-ns-region = spaces
               display "REGION IS REQUIRED"
               move 'n' to ws-entry-ok
           end-if.
           move ws-ns-open-date to ws-date-num.
           perform 460-check-date.
           if ws-date-ok = 'n'
               display "OPENING DATE IS NOT A DATE"
               move 'n' to ws-entry-ok
           end-if.
           if ws-ns-close-date not = 0
             and ws-ns-close-date < ws-ns-open-date
               display "STORE CANNOT OPEN AFTER IT CLOSED"
               move 'n' to ws-entry-ok
           end-if.

      *A register ring carries all four characters of the cashier
      *or approver id, so an id with a space in it never matches.
       452-edit-id.
           move 0 to ws-space-count.
           inspect ws-new-image(1:4) tallying ws-space-count
               for all spaces.
           if ws-space-count > 0
               display "ID MUST BE FOUR CHARACTERS, NO SPACES"
               move 'n' to ws-entry-ok
           end-if.

      *The SKU code takes the same character test VALIDATOR gives
      *every register ring; a SKU with no list price leaves an
      *employee purchase of it nothing to be proven against.
       453-edit-sku.
           if not 88-nk-sku-alpha
               display "NOT A SKU CODE THE SALES EDIT PASSES"
               move 'n' to ws-entry-ok
           end-if.
           if ws-nk-description = spaces
               display "DESCRIPTION IS REQUIRED"
               move 'n' to ws-entry-ok
           end-if.
           if ws-nk-department = spaces
               display "DEPARTMENT IS REQUIRED"
               move 'n' to ws-entry-ok
           end-if.
           if ws-nk-list-price is not numeric
             or ws-nk-list-price = 0
               display "LIST PRICE MUST BE ABOVE ZERO"
               move 'n' to ws-entry-ok
           end-if.

       454-edit-price.
           if not 88-np-sku-alpha
               display "NOT A SKU CODE THE SALES EDIT PASSES"
               move 'n' to ws-entry-ok
           end-if.
           if ws-np-low-amount is not numeric
             or ws-np-high-amount is not numeric
             or ws-np-high-amount = 0
               display "BOTH AMOUNTS ARE REQUIRED"
               move 'n' to ws-entry-ok
           else
           if ws-np-low-amount > ws-np-high-amount
               display "LOWEST AMOUNT IS ABOVE THE HIGHEST"
               move 'n' to ws-entry-ok
           end-if
           end-if.

      *A blank customer id is a walk-in shopper to VALIDATOR, so a
      *real one has to fill all six places. A credit limit of zero
      *means no house account.
       455-edit-customer.
           move 0 to ws-space-count.
           inspect ws-nc-customer-id tallying ws-space-count
               for all spaces.
           if ws-space-count > 0
               display "CUSTOMER ID MUST BE SIX CHARACTERS, NO SPACES"
               move 'n' to ws-entry-ok
           end-if.
           if ws-nc-customer-name = spaces
               display "CUSTOMER NAME IS REQUIRED"
               move 'n' to ws-entry-ok
           end-if.
           if ws-nc-credit-limit is not numeric
               display "CREDIT LIMIT IS NOT AN AMOUNT"
               move 'n' to ws-entry-ok
           end-if.

       460-check-date.
           move 'y' to ws-date-ok.
           if ws-date-num = 0
             or ws-dp-year < 1900 or ws-dp-year > 2099
             or ws-dp-month < 1 or ws-dp-month > 12
             or ws-dp-day < 1 or ws-dp-day > 31
               move 'n' to ws-date-ok
           end-if.

      *Load the table being worked. A missing file just means the
      *table is empty so far.
       500-load-current-table.
           move 0 to ws-ref-count.
           move 'n' to ws-ref-overflow.
           move 'n' to ws-eof.
           if 88-store-table
               perform 501-load-store-table
           end-if.
           if 88-cashier-table
               perform 502-load-cashier-table
           end-if.
           if 88-approver-table
               perform 503-load-approver-table
           end-if.
           if 88-sku-master-table
               perform 504-load-sku-master
           end-if.
           if 88-sku-price-table
               perform 505-load-sku-price-table
           end-if.
           if 88-customer-table
               perform 506-load-customer-master
           end-if.

       501-load-store-table.
           open input store-table-file.
           if ws-table-status = "00"
               read store-table-file
                   at end move 'y' to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move store-table-rec to ws-new-image
                   perform 510-add-loaded-entry
                   read store-table-file
                       at end move 'y' to ws-eof
                   end-read
               end-perform
               close store-table-file
           end-if.

       502-load-cashier-table.
           open input cashier-table-file.
           if ws-table-status = "00"
               read cashier-table-file
                   at end move 'y' to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move cashier-table-rec to ws-new-image
                   perform 510-add-loaded-entry
                   read cashier-table-file
                       at end move 'y' to ws-eof
                   end-read
               end-perform
               close cashier-table-file
           end-if.

       503-load-approver-table.
           open input approver-table-file.
           if ws-table-status = "00"
               read approver-table-file
                   at end move 'y' to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move approver-table-rec to ws-new-image
                   perform 510-add-loaded-entry
                   read approver-table-file
                       at end move 'y' to ws-eof
                   end-read
               end-perform
               close approver-table-file
           end-if.

       504-load-sku-master.
           open input sku-master-file.
           if ws-table-status = "00"
               read sku-master-file
                   at end move 'y' to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move sku-master-rec to ws-new-image
                   perform 510-add-loaded-entry
                   read sku-master-file
                       at end move 'y' to ws-eof
                   end-read
               end-perform
               close sku-master-file
           end-if.

       505-load-sku-price-table.
           open input sku-price-file.
           if ws-table-status = "00"
               read sku-price-file
                   at end move 'y' to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move sku-price-rec to ws-new-image
                   perform 510-add-loaded-entry
                   read sku-price-file
                       at end move 'y' to ws-eof
                   end-read
               end-perform
               close sku-price-file
           end-if.

       506-load-customer-master.
           open input customer-master-file.
           if ws-table-status = "00"
               read customer-master-file
                   at end move 'y' to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move customer-master-rec to ws-new-image
                   perform 510-add-loaded-entry
                   read customer-master-file
                       at end move 'y' to ws-eof
                   end-read
               end-perform
               close customer-master-file
           end-if.

       510-add-loaded-entry.
           add 1 to ws-entries-read.
           if ws-ref-count < 20000
               add 1 to ws-ref-count
               move spaces to ws-ref-key(ws-ref-count)
               move ws-new-image(1:ws-key-len)
                   to ws-ref-key(ws-ref-count)(1:ws-key-len)
               move ws-new-image to ws-ref-data(ws-ref-count)
           else
               move 'y' to ws-ref-overflow
           end-if.

      *Load the deactivated entries. No file yet means nothing has
      *been taken out of service.
       520-load-inactive-entries.
           move 0 to ws-inactive-count.
           move 'n' to ws-eof.
           open input reference-inactive-file.
           if ws-inactive-status = "00"
               read reference-inactive-file
                   at end move 'y' to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-inactive-count < ws-inactive-limit
                       add 1 to ws-inactive-count
                       move ri-table-code
                           to ws-inactive-code(ws-inactive-count)
                       move ri-key
                           to ws-inactive-key(ws-inactive-count)
                       move ri-last-date
                           to ws-inactive-last(ws-inactive-count)
                   else
                       move 'y' to ws-inactive-overflow
                   end-if
                   read reference-inactive-file
                       at end move 'y' to ws-eof
                   end-read
               end-perform
               close reference-inactive-file
           end-if.

      *The table is written back wholesale after every change.
       600-write-current-table.
           if 88-store-table
               open output store-table-file
           end-if.
           if 88-cashier-table
               open output cashier-table-file
           end-if.
           if 88-approver-table
               open output approver-table-file
           end-if.
           if 88-sku-master-table
               open output sku-master-file
           end-if.
           if 88-sku-price-table
               open output sku-price-file
           end-if.
           if 88-customer-table
               open output customer-master-file
           end-if.
           perform 610-write-one-entry
               varying ws-ref-idx from 1 by 1
               until ws-ref-idx > ws-ref-count.
           if 88-store-table
               close store-table-file
           end-if.
           if 88-cashier-table
               close cashier-table-file
           end-if.
           if 88-approver-table
               close approver-table-file
           end-if.
           if 88-sku-master-table
               close sku-master-file
           end-if.
           if 88-sku-price-table
               close sku-price-file
           end-if.
           if 88-customer-table
               close customer-master-file
           end-if.

       610-write-one-entry.
           if 88-store-table
               move ws-ref-data(ws-ref-idx) to store-table-rec
               write store-table-rec
           end-if.
           if 88-cashier-table
               move ws-ref-data(ws-ref-idx) to cashier-table-rec
               write cashier-table-rec
           end-if.
           if 88-approver-table
               move ws-ref-data(ws-ref-idx) to approver-table-rec
               write approver-table-rec
           end-if.
           if 88-sku-master-table
               move ws-ref-data(ws-ref-idx) to sku-master-rec
               write sku-master-rec
           end-if.
           if 88-sku-price-table
               move ws-ref-data(ws-ref-idx) to sku-price-rec
               write sku-price-rec
           end-if.
           if 88-customer-table
               move ws-ref-data(ws-ref-idx) to customer-master-rec
               write customer-master-rec
           end-if.

       620-write-inactive-file.
           open output reference-inactive-file.
           perform 621-write-one-inactive
               varying ws-inactive-idx from 1 by 1
               until ws-inactive-idx > ws-inactive-count.
           close reference-inactive-file.

       621-write-one-inactive.
           move ws-inactive-code(ws-inactive-idx) to ri-table-code.
           move ws-inactive-key(ws-inactive-idx)  to ri-key.
           move ws-inactive-last(ws-inactive-idx) to ri-last-date.
           write reference-inactive-rec.

      *One change-log line with the record before and after, and a
      *privileged-action line on the security log. The caller sets
      *the action.
       700-log-change.
           open extend change-log-file.
           if ws-change-log-status not = "00"
               open output change-log-file
           end-if.
           move ws-business-date to rc-change-date.
           accept rc-change-time from time.
           move ws-sec-user-id   to rc-user-id.
           move ws-table-code    to rc-table-code.
           move ws-log-action    to rc-action.
           move ws-key-work      to rc-key.
           move ws-old-image     to rc-before.
           move ws-new-image     to rc-after.
           write change-log-rec.
           close change-log-file.
           move 'A' to ws-sec-event.
           move "REFM" to ws-sec-function.
           move spaces to ws-sec-detail.
           if ws-log-action = 'A'
               string "ADDED " ws-table-code " " ws-key-work
                   delimited by size into ws-sec-detail
           end-if.
           if ws-log-action = 'C'
               string "CHANGED " ws-table-code " " ws-key-work
                   delimited by size into ws-sec-detail
           end-if.
           if ws-log-action = 'D'
               string "DEACTIVATED " ws-table-code " " ws-key-work
                   delimited by size into ws-sec-detail
           end-if.
           if ws-log-action = 'R'
               string "REACTIVATED " ws-table-code " " ws-key-work
                   delimited by size into ws-sec-detail
           end-if.
           perform 880-write-security-log.

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

      *One audit line per session that changed anything - entries
      *added, entries changed, and entries deactivated or
      *reactivated.
       900-write-audit-record.
           move "REFMAINT"               to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-entries-read          to au-input-count.
           move ws-adds-made             to au-output-count-1.
           move ws-changes-made          to au-output-count-2.
           move ws-status-changes        to au-output-count-3.
           open extend audit-trail-file.
           write audit-rec.
           close audit-trail-file.

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


       end program REFMAINT.
