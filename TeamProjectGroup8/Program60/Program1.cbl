       identification division.
       program-id. SECVIOL.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Daily security violations report off the security log the
      *    signed-on utilities write. For the business date it lists
      *    every failed sign-on and every function refused to an
      *    operator whose role does not carry it, then every
      *    privileged action that was taken - periods closed or
      *    reopened, the business date moved, corrections keyed,
      *    indexed files reloaded, operators enrolled or revoked -
      *    with who did it and when. A per-operator summary closes
      *    the report and flags anyone with three or more failed
      *    sign-ons in the day, so a guessed password is followed up
      *    the next morning instead of at the annual audit.

       environment division.
       input-output section.
       file-control.
           select security-log-file
               assign to "../../data/security-log.dat"
               organization is line sequential
               file status is ws-seclog-status.

           select violations-report-file
               assign to "../../data/program-60-secviol.out"
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
           05 sl-log-time-x redefines sl-log-time.
               10 sl-log-hhmmss       pic 9(6).
               10 filler              pic 99.
           05 sl-program              pic x(12).
           05 sl-user-id              pic x(8).
           05 sl-event                pic x.
               88 88-sl-signed-on     value 'S'.
               88 88-sl-failed        value 'F'.
               88 88-sl-refused       value 'R'.
               88 88-sl-action        value 'A'.
           05 sl-function             pic x(4).
           05 sl-detail               pic x(30).

       fd violations-report-file
           data record is violations-line
           record contains 100 characters.

       01 violations-line              pic x(100).

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
       01 ws-seclog-status            pic xx.
      *'V' while the log is read for violations, 'A' for
      *privileged actions, and the lines printed in that section.
       01 ws-pass-type                pic x value 'V'.
       01 ws-pass-lines               pic 9(7) value 0.

       01 ws-lines-read               pic 9(7) value 0.
       01 ws-lines-today              pic 9(7) value 0.
       01 ws-violation-count          pic 9(7) value 0.
       01 ws-action-count             pic 9(7) value 0.
       01 ws-flagged-count            pic 9(5) value 0.

      *Operators with three or more failed sign-ons in the day are
      *flagged for follow-up.
       01 ws-failure-threshold        pic 9 value 3.

      *One entry per user id seen in the day's log - including ids
      *nobody is enrolled under, which is where guessing shows up.
       01 ws-user-count               pic 999 value 0.
       01 ws-user-table.
           05 ws-user-entry occurs 1 to 500 times
               depending on ws-user-count
               indexed by ws-user-idx.
               10 ws-ut-user-id       pic x(8).
               10 ws-ut-sign-ons      pic 9(5).
               10 ws-ut-failed        pic 9(5).
               10 ws-ut-refused       pic 9(5).
               10 ws-ut-actions       pic 9(5).
       01 ws-user-found               pic x value 'n'.
       01 ws-user-entry-idx           pic 999 value 0.

       01 ws-report-header.
           05 filler                  pic x(40)
               value "SECURITY VIOLATIONS AND PRIVILEGED USE".
           05 filler                  pic x(10) value "FOR DATE:".
           05 ws-rh-date              pic 9(8).

       01 ws-section-line             pic x(60).

       01 ws-event-header.
           05 filler                  pic x(9)  value "TIME".
           05 filler                  pic x(13) value "PROGRAM".
           05 filler                  pic x(9)  value "USER".
           05 filler                  pic x(10) value "EVENT".
           05 filler                  pic x(6)  value "FUNC".
           05 filler                  pic x(6)  value "DETAIL".

       01 ws-event-line.
           05 el-time                 pic 99b99b99.
           05 filler                  pic x value space.
           05 el-program              pic x(12).
           05 filler                  pic x value space.
           05 el-user                 pic x(8).
           05 filler                  pic x value space.
           05 el-event                pic x(9).
           05 filler                  pic x value space.
           05 el-function             pic x(4).
           05 filler                  pic xx value spaces.
           05 el-detail               pic x(30).

       01 ws-none-line                pic x(40)
           value "  NONE".

       01 ws-user-header              pic x(80)
           value "USER      SIGN-ONS  FAILED  REFUSED  ACTIONS".

       01 ws-user-line.
           05 ul-user                 pic x(8).
           05 filler                  pic x(3) value spaces.
           05 ul-sign-ons             pic zzzz9.
           05 filler                  pic x(3) value spaces.
           05 ul-failed               pic zzzz9.
           05 filler                  pic x(4) value spaces.
           05 ul-refused              pic zzzz9.
           05 filler                  pic x(4) value spaces.
           05 ul-actions              pic zzzz9.
           05 filler                  pic x(2) value spaces.
           05 ul-flag                 pic x(30).

       01 ws-summary-line.
           05 ws-sl-label             pic x(34).
           05 ws-sl-count             pic z(6)9.

       01 ws-no-log-line              pic x(60)
           value "NO SECURITY LOG ON FILE".

       procedure division.
           perform 890-get-business-date.
           open output violations-report-file.
           move ws-business-date to ws-rh-date.
           write violations-line from ws-report-header.

           move "VIOLATIONS - FAILED SIGN-ONS AND REFUSALS:"
               to ws-section-line.
           move 'V' to ws-pass-type.
           perform 100-report-pass.
           move "PRIVILEGED ACTIONS TAKEN:" to ws-section-line.
           move 'A' to ws-pass-type.
           perform 100-report-pass.

           perform 300-print-user-summary.
           perform 400-print-summary.
           perform 900-write-audit-record.
           close violations-report-file.
           move 0 to return-code.
           goback.

      *One pass of the log per section - violations first, then
      *privileged actions - keeping each section in time order.
      *The user table is built on the first pass only.
       100-report-pass.
           move spaces to violations-line.
           write violations-line.
           write violations-line from ws-section-line.
           move 0 to ws-pass-lines.
           move 'n' to ws-eof.
           open input security-log-file.
           if ws-seclog-status not = "00"
               write violations-line from ws-no-log-line
               move 'y' to ws-eof
           else
               write violations-line from ws-event-header
               read security-log-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 110-scan-one-log-line until ws-eof = 'y'.
           if ws-seclog-status = "00" or ws-seclog-status = "10"
               close security-log-file
               if ws-pass-lines = 0
                   write violations-line from ws-none-line
               end-if
           end-if.

       110-scan-one-log-line.
           if sl-log-date = ws-business-date
               if ws-pass-type = 'V'
                   add 1 to ws-lines-read
                   add 1 to ws-lines-today
                   perform 200-tally-user
                   if 88-sl-failed or 88-sl-refused
                       add 1 to ws-violation-count
                       perform 120-print-event
                   end-if
               else
                   if 88-sl-action
                       add 1 to ws-action-count
                       perform 120-print-event
                   end-if
               end-if
           else
               if ws-pass-type = 'V'
                   add 1 to ws-lines-read
               end-if
           end-if.
           read security-log-file
               at end move 'y' to ws-eof.

       120-print-event.
           add 1 to ws-pass-lines.
           move sl-log-hhmmss to el-time.
           move sl-program    to el-program.
           move sl-user-id    to el-user.
           move sl-function   to el-function.
           move sl-detail     to el-detail.
           if 88-sl-failed
               move "FAILED"  to el-event
           else
           if 88-sl-refused
               move "REFUSED" to el-event
           else
               move "ACTION"  to el-event
           end-if
           end-if.
           write violations-line from ws-event-line.

       200-tally-user.
           move 'n' to ws-user-found.
           perform 210-search-user
               varying ws-user-idx from 1 by 1
               until ws-user-idx > ws-user-count
                  or ws-user-found = 'y'.
           if ws-user-found = 'n' and ws-user-count < 500
               add 1 to ws-user-count
               move ws-user-count to ws-user-entry-idx
               move sl-user-id to ws-ut-user-id(ws-user-count)
               move 0 to ws-ut-sign-ons(ws-user-count)
               move 0 to ws-ut-failed(ws-user-count)
               move 0 to ws-ut-refused(ws-user-count)
               move 0 to ws-ut-actions(ws-user-count)
               move 'y' to ws-user-found
           end-if.
           if ws-user-found = 'y'
               if 88-sl-signed-on
                   add 1 to ws-ut-sign-ons(ws-user-entry-idx)
               end-if
               if 88-sl-failed
                   add 1 to ws-ut-failed(ws-user-entry-idx)
               end-if
               if 88-sl-refused
                   add 1 to ws-ut-refused(ws-user-entry-idx)
               end-if
               if 88-sl-action
                   add 1 to ws-ut-actions(ws-user-entry-idx)
               end-if
           end-if.

       210-search-user.
           if sl-user-id = ws-ut-user-id(ws-user-idx)
               move 'y' to ws-user-found
               set ws-user-entry-idx to ws-user-idx
           end-if.

      *Every user id seen today, in the order first seen.
       300-print-user-summary.
           move spaces to violations-line.
           write violations-line.
           move "ACTIVITY BY USER ID:" to ws-section-line.
           write violations-line from ws-section-line.
           write violations-line from ws-user-header.
           perform 310-print-one-user
               varying ws-user-idx from 1 by 1
               until ws-user-idx > ws-user-count.

       310-print-one-user.
           move ws-ut-user-id(ws-user-idx)  to ul-user.
           move ws-ut-sign-ons(ws-user-idx) to ul-sign-ons.
           move ws-ut-failed(ws-user-idx)   to ul-failed.
           move ws-ut-refused(ws-user-idx)  to ul-refused.
           move ws-ut-actions(ws-user-idx)  to ul-actions.
           if ws-ut-failed(ws-user-idx) >= ws-failure-threshold
               move "** REPEATED FAILED SIGN-ONS" to ul-flag
               add 1 to ws-flagged-count
           else
               move spaces to ul-flag
           end-if.
           write violations-line from ws-user-line.

       400-print-summary.
           move spaces to violations-line.
           write violations-line.
           move "SECURITY LOG LINES FOR THE DAY:"  to ws-sl-label.
           move ws-lines-today                    to ws-sl-count.
           write violations-line from ws-summary-line.
           move "VIOLATIONS:"                     to ws-sl-label.
           move ws-violation-count                to ws-sl-count.
           write violations-line from ws-summary-line.
           move "PRIVILEGED ACTIONS:"             to ws-sl-label.
           move ws-action-count                   to ws-sl-count.
           write violations-line from ws-summary-line.
           move "USER IDS FLAGGED:"               to ws-sl-label.
           move ws-flagged-count                  to ws-sl-count.
           write violations-line from ws-summary-line.

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
      *program name, when it ran, and how many log lines it read
      *versus the day's violations, privileged actions and
      *flagged user ids.
       900-write-audit-record.
           move "SECVIOL"                to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-lines-read            to au-input-count.
           move ws-violation-count       to au-output-count-1.
           move ws-action-count          to au-output-count-2.
           move ws-flagged-count         to au-output-count-3.
           open extend audit-trail-file.
           write audit-rec.
           close audit-trail-file.

       end program SECVIOL.
