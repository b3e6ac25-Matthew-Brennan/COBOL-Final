       identification division.
       program-id. REFCHANGES.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Daily reference-data change report off the change log
      *    REFMAINT writes. For the business date it lists every
      *    store, cashier, approver, SKU, price range and customer
      *    entry added, changed, deactivated or reactivated - who
      *    did it, when, and the line as it stood before and after -
      *    so a bad table change is caught the morning after it was
      *    keyed instead of by a night of rejects. A count of changes
      *    per table and action closes the report.

       environment division.
       input-output section.
       file-control.
           select change-log-file
               assign to "../../data/reference-change-log.dat"
               organization is line sequential
               file status is ws-change-log-status.

           select changes-report-file
               assign to "../../data/program-62-refchanges.out"
               organization is line sequential.

           select audit-trail-file
               assign to "../../data/audit-trail.dat"
               organization is line sequential.

           select business-date-file
               assign to "../../data/busdate.dat"
               organization is line sequential
               file status is ws-busdate-status.

       data division.
       file section.
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
           05 rc-change-time-x redefines rc-change-time.
               10 rc-change-hhmmss    pic 9(6).
               10 filler              pic 99.
           05 rc-user-id              pic x(8).
           05 rc-table-code           pic xx.
           05 rc-action               pic x.
               88 88-rc-added         value 'A'.
               88 88-rc-changed       value 'C'.
               88 88-rc-deactivated   value 'D'.
               88 88-rc-reactivated   value 'R'.
           05 rc-key                  pic x(15).
           05 rc-before               pic x(47).
           05 rc-after                pic x(47).

       fd changes-report-file
           data record is changes-line
           record contains 100 characters.

       01 changes-line                 pic x(100).

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

       working-storage section.
       01 ws-busdate-status           pic xx.
       01 ws-business-date            pic 9(8) value 0.
       01 ws-business-date-x redefines ws-business-date.
           05 filler                  pic 99.
           05 ws-business-date-6      pic 9(6).
       01 ws-eof                      pic x value 'n'.
       01 ws-change-log-status        pic xx.

       01 ws-lines-read               pic 9(7) value 0.
       01 ws-changes-today            pic 9(7) value 0.
       01 ws-status-today             pic 9(7) value 0.

      *Changes by table - the order the tables are shown in, with
      *the count of each action against each.
       01 ws-table-names.
           05 filler                  pic x(18)
               value "STSTORE TABLE".
           05 filler                  pic x(18)
               value "CACASHIER TABLE".
           05 filler                  pic x(18)
               value "APAPPROVER TABLE".
           05 filler                  pic x(18)
               value "SKSKU MASTER".
           05 filler                  pic x(18)
               value "SPSKU PRICE RANGES".
           05 filler                  pic x(18)
               value "CUCUSTOMER MASTER".
       01 ws-table-names-r redefines ws-table-names.
           05 ws-tn-entry occurs 6 times.
               10 ws-tn-code          pic xx.
               10 ws-tn-name          pic x(16).
       01 ws-table-counts.
           05 ws-tc-entry occurs 6 times.
               10 ws-tc-added         pic 9(5).
               10 ws-tc-changed       pic 9(5).
               10 ws-tc-deactivated   pic 9(5).
               10 ws-tc-reactivated   pic 9(5).
       01 ws-table-sub                pic 9 value 0.
       01 ws-table-match              pic 9 value 0.

       01 ws-report-header.
           05 filler                  pic x(40)
               value "REFERENCE DATA CHANGES".
           05 filler                  pic x(10) value "FOR DATE:".
           05 ws-rh-date              pic 9(8).

       01 ws-change-header.
           05 filler                  pic x(9)  value "TIME".
           05 filler                  pic x(9)  value "USER".
           05 filler                  pic x(17) value "TABLE".
           05 filler                  pic x(12) value "ACTION".
           05 filler                  pic x(3)  value "KEY".

       01 ws-change-line.
           05 cl-time                 pic 99b99b99.
           05 filler                  pic x value space.
           05 cl-user                 pic x(8).
           05 filler                  pic x value space.
           05 cl-table                pic x(16).
           05 filler                  pic x value space.
           05 cl-action               pic x(11).
           05 filler                  pic x value space.
           05 cl-key                  pic x(15).

       01 ws-image-line.
           05 filler                  pic x(9) value spaces.
           05 il-label                pic x(8).
           05 il-image                pic x(47).

       01 ws-none-line                pic x(40)
           value "  NONE".

       01 ws-count-header.
           05 filler                  pic x(18) value "TABLE".
           05 filler                  pic x(8)  value "ADDED".
           05 filler                  pic x(9)  value "CHANGED".
           05 filler                  pic x(13) value "DEACTIVATED".
           05 filler                  pic x(11) value "REACTIVATED".

       01 ws-count-line.
           05 cn-table                pic x(16).
           05 filler                  pic x(2) value spaces.
           05 cn-added                pic zzzz9.
           05 filler                  pic x(4) value spaces.
           05 cn-changed              pic zzzz9.
           05 filler                  pic x(8) value spaces.
           05 cn-deactivated          pic zzzz9.
           05 filler                  pic x(8) value spaces.
           05 cn-reactivated          pic zzzz9.

       01 ws-summary-line.
           05 ws-sl-label             pic x(34).
           05 ws-sl-count             pic z(6)9.

       01 ws-no-log-line              pic x(60)
           value "NO REFERENCE CHANGE LOG ON FILE".

       procedure division.
           perform 890-get-business-date.
           initialize ws-table-counts.
           open output changes-report-file.
           move ws-business-date to ws-rh-date.
           write changes-line from ws-report-header.
           move spaces to changes-line.
           write changes-line.

           perform 100-report-changes.
           perform 300-print-table-counts.
           perform 400-print-summary.
           perform 900-write-audit-record.
           close changes-report-file.
           move 0 to return-code.
           goback.

       100-report-changes.
           move 'n' to ws-eof.
           open input change-log-file.
           if ws-change-log-status not = "00"
               write changes-line from ws-no-log-line
               move 'y' to ws-eof
           else
               write changes-line from ws-change-header
               read change-log-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 110-scan-one-change until ws-eof = 'y'.
           if ws-change-log-status = "00" or ws-change-log-status = "10"
               close change-log-file
               if ws-changes-today = 0
                   write changes-line from ws-none-line
               end-if
           end-if.

       110-scan-one-change.
           add 1 to ws-lines-read.
           if rc-change-date = ws-business-date
               add 1 to ws-changes-today
               perform 200-find-table
               perform 120-print-change
               perform 210-tally-change
           end-if.
           read change-log-file
               at end move 'y' to ws-eof.

      *The change line, then the record before and after. An add
      *has no before and a deactivation or reactivation carries
      *its last active day in place of one of the images.
       120-print-change.
           move rc-change-hhmmss to cl-time.
           move rc-user-id       to cl-user.
           move rc-key           to cl-key.
           if ws-table-match > 0
               move ws-tn-name(ws-table-match) to cl-table
           else
               move rc-table-code to cl-table
           end-if.
           if 88-rc-added
               move "ADDED"       to cl-action
           else
           if 88-rc-changed
               move "CHANGED"     to cl-action
           else
           if 88-rc-deactivated
               move "DEACTIVATED" to cl-action
           else
               move "REACTIVATED" to cl-action
           end-if
           end-if
           end-if.
           write changes-line from ws-change-line.
           if not 88-rc-added
               move "BEFORE:"  to il-label
               move rc-before  to il-image
               write changes-line from ws-image-line
           end-if.
           move "AFTER:"       to il-label.
           move rc-after       to il-image.
           write changes-line from ws-image-line.

       200-find-table.
           move 0 to ws-table-match.
           perform 201-match-table
               varying ws-table-sub from 1 by 1
               until ws-table-sub > 6
                  or ws-table-match > 0.

       201-match-table.
           if ws-tn-code(ws-table-sub) = rc-table-code
               move ws-table-sub to ws-table-match
           end-if.

       210-tally-change.
           if 88-rc-deactivated or 88-rc-reactivated
               add 1 to ws-status-today
           end-if.
           if ws-table-match > 0
               if 88-rc-added
                   add 1 to ws-tc-added(ws-table-match)
               end-if
               if 88-rc-changed
                   add 1 to ws-tc-changed(ws-table-match)
               end-if
               if 88-rc-deactivated
                   add 1 to ws-tc-deactivated(ws-table-match)
               end-if
               if 88-rc-reactivated
                   add 1 to ws-tc-reactivated(ws-table-match)
               end-if
           end-if.

       300-print-table-counts.
           move spaces to changes-line.
           write changes-line.
           write changes-line from ws-count-header.
           perform 310-print-one-table
               varying ws-table-sub from 1 by 1
               until ws-table-sub > 6.

       310-print-one-table.
           move ws-tn-name(ws-table-sub)        to cn-table.
           move ws-tc-added(ws-table-sub)       to cn-added.
           move ws-tc-changed(ws-table-sub)     to cn-changed.
           move ws-tc-deactivated(ws-table-sub) to cn-deactivated.
           move ws-tc-reactivated(ws-table-sub) to cn-reactivated.
           write changes-line from ws-count-line.

       400-print-summary.
           move spaces to changes-line.
           write changes-line.
           move "CHANGE LOG LINES READ:"          to ws-sl-label.
           move ws-lines-read                     to ws-sl-count.
           write changes-line from ws-summary-line.
           move "CHANGES FOR THE DAY:"            to ws-sl-label.
           move ws-changes-today                  to ws-sl-count.
           write changes-line from ws-summary-line.
           move "DEACTIVATIONS AND REACTIVATIONS:" to ws-sl-label.
           move ws-status-today                   to ws-sl-count.
           write changes-line from ws-summary-line.

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

      *Append one line to the shared audit trail recording the
      *program name, when it ran, how many change-log lines it
      *read, and the day's changes.
       900-write-audit-record.
           move "REFCHANGES"             to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-lines-read            to au-input-count.
           move ws-changes-today         to au-output-count-1.
           move ws-status-today          to au-output-count-2.
           move 0                        to au-output-count-3.
           open extend audit-trail-file.
           write audit-rec.
           close audit-trail-file.

       end program REFCHANGES.
