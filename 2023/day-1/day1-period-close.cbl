       *> month-end close over the permanent run history: every
       *> history record dated in the period being closed is rolled
       *> up per input file -- runs, reruns (restarted runs), total
       *> records and exceptions, and the final star-1 and star-2
       *> sums (those of the file's last run in the period) -- into
       *> the period-totals master, a period-end statement is
       *> printed, and the period is marked closed on the period
       *> control file.  a run day1-backout has reversed is passed
       *> by, so it counts toward no period's totals.
       *>
       *> a closed period stays closed: closing it again is refused.
       *> day1 warns when it runs on a date inside a closed period,
       *> and every such run is picked up by the next close as a
       *> post-close adjustment -- posted to the master as its own
       *> record against the period it belongs to and listed on that
       *> statement -- so the closed figures are never silently
       *> changed underneath anyone.
       *>
       *> DAY1_CLOSE_PERIOD names the period to close as yyyymm
       *> (stock: the month before today).  DAY1_HISTORY_FILE,
       *> DAY1_PERIOD_TOTALS and DAY1_PERIOD_CONTROL override the
       *> stock file names ("day1-history.dat",
       *> "day1-period-totals.dat", "day1-period-control.dat") and
       *> DAY1_MESSAGE_LOG the shared run-message log's.
       identification  division.
       program-id. day1-period-close.

       environment division.
           input-output section.
               file-control.
               select history-file
               assign to dynamic ws-history-file-name
               organization is line sequential
               file status is ws-history-status.

               *> one 'T' record per input file per closed period,
               *> plus an 'A' record for each post-close adjustment
               select period-totals-file
               assign to dynamic ws-period-totals-name
               organization is line sequential
               file status is ws-period-totals-status.

               *> one record per closed period: when it was closed
               *> and how far its post-close adjustments have been
               *> posted
               select period-control-file
               assign to dynamic ws-period-control-name
               organization is line sequential
               file status is ws-period-control-status.

               select period-report assign to "day1-period.rpt"
               organization is line sequential.

               *> the shared run-message log every program in the
               *> stream appends its operator messages to, so what the
               *> overnight run said survives past the console scroll
               select message-log-file
               assign to dynamic ws-message-log-name
               organization is line sequential
               file status is ws-message-log-status.

       data division.
           file section.
               *> layout matches the history-record day1 writes
               fd history-file.
               01 history-in-record.
                   05 hi-run-date pic 9(8).
                   05 hi-run-time pic 9(8).
                   05 hi-calced-sum pic 9(9).
                   05 hi-star1-sum pic 9(9).
                   05 hi-record-count pic 9(7).
                   05 hi-exception-count pic 9(7).
                   05 hi-min-num pic 9(2).
                   05 hi-max-num pic 9(2).
                   05 hi-average-num pic 9(3)v9(2).
                   05 hi-restart-flag pic x(1).
                   05 hi-input-file-name pic x(80).
                   05 hi-reversed-flag pic x(1).
                   05 hi-run-id pic x(16).

               fd period-totals-file.
               01 period-totals-record.
                   05 pt-record-type pic x(1).
                   05 pt-period pic 9(6).
                   05 pt-input-file-name pic x(80).
                   05 pt-run-count pic 9(5).
                   05 pt-rerun-count pic 9(5).
                   05 pt-record-total pic 9(9).
                   05 pt-exception-total pic 9(9).
                   05 pt-star1-sum pic 9(9).
                   05 pt-star2-sum pic 9(9).
                   05 pt-last-run-date pic 9(8).
                   05 pt-last-run-time pic 9(8).
                   05 pt-posted-date pic 9(8).

               fd period-control-file.
               01 period-control-record.
                   05 pc-period pic 9(6).
                   05 pc-closed-date pic 9(8).
                   05 pc-closed-time pic 9(8).
                   05 pc-adjusted-date pic 9(8).
                   05 pc-adjusted-time pic 9(8).

               fd period-report.
               01 period-line pic x(100).

               fd message-log-file.
               01 message-log-line pic x(110).

           working-storage section.
               01 ws-history-status pic x(2).
               01 ws-period-totals-status pic x(2).
               01 ws-period-control-status pic x(2).
               01 ws-eof pic x(1) value 'N'.

               01 ws-env-name pic x(32).
               01 ws-env-value pic x(80).
               01 ws-history-file-name pic x(80)
                   value "day1-history.dat".
               01 ws-period-totals-name pic x(80)
                   value "day1-period-totals.dat".
               01 ws-period-control-name pic x(80)
                   value "day1-period-control.dat".
               01 ws-message-log-name pic x(80)
                   value "day1-messages.log".
               01 ws-message-log-status pic x(2).

               copy msglog.

               *> the period being closed, and the close stamp every
               *> later run is judged against
               01 ws-today pic 9(8).
               01 ws-today-parts redefines ws-today.
                   05 td-year pic 9(4).
                   05 td-month pic 9(2).
                   05 td-day pic 9(2).
               01 ws-now-time pic 9(8).
               01 ws-close-period pic 9(6).
               01 ws-close-period-parts redefines ws-close-period.
                   05 cp-year pic 9(4).
                   05 cp-month pic 9(2).
               01 ws-period-reply pic x(6).
               01 ws-current-period pic 9(6).
               01 ws-refused pic x(1) value 'N'.

               *> date and time side by side, so two stamps compare
               *> in one test
               01 ws-run-stamp.
                   05 rs-date pic 9(8).
                   05 rs-time pic 9(8).
               01 ws-cutoff-stamp.
                   05 cs-date pic 9(8).
                   05 cs-time pic 9(8).
               01 ws-history-period pic 9(6).

               *> the period control file, table-loaded so it can be
               *> searched per history record and rewritten whole
               01 closed-count pic 9(3) value zero.
               01 closed-table.
                   05 closed-entry occurs 240 times.
                       10 cl-period pic 9(6).
                       10 cl-closed-date pic 9(8).
                       10 cl-closed-time pic 9(8).
                       10 cl-adjusted-date pic 9(8).
                       10 cl-adjusted-time pic 9(8).
               01 p pic 9(3) value 1.
               01 ws-closed-hit pic 9(3) value zero.

               *> the closing period's totals per input file, in
               *> first-appearance order
               01 file-count pic 9(3) value zero.
               01 file-table.
                   05 file-entry occurs 100 times.
                       10 ft-input-file-name pic x(80).
                       10 ft-run-count pic 9(5).
                       10 ft-rerun-count pic 9(5).
                       10 ft-record-total pic 9(9).
                       10 ft-exception-total pic 9(9).
                       10 ft-star1-sum pic 9(9).
                       10 ft-star2-sum pic 9(9).
                       10 ft-last-run-date pic 9(8).
                       10 ft-last-run-time pic 9(8).
               01 f pic 9(3) value 1.
               01 ws-file-hit pic 9(3).
               01 ws-files-dropped pic 9(5) value zero.

               *> post-close adjustments, one per closed period and
               *> input file
               01 adjust-count pic 9(3) value zero.
               01 adjust-table.
                   05 adjust-entry occurs 100 times.
                       10 aj-period pic 9(6).
                       10 aj-input-file-name pic x(80).
                       10 aj-run-count pic 9(5).
                       10 aj-rerun-count pic 9(5).
                       10 aj-record-total pic 9(9).
                       10 aj-exception-total pic 9(9).
                       10 aj-star1-sum pic 9(9).
                       10 aj-star2-sum pic 9(9).
                       10 aj-last-run-date pic 9(8).
                       10 aj-last-run-time pic 9(8).
               01 a pic 9(3) value 1.
               01 ws-adjust-hit pic 9(3).
               01 ws-adjusts-dropped pic 9(5) value zero.

               01 ws-period-runs pic 9(7) value zero.
               01 ws-period-reruns pic 9(7) value zero.
               01 ws-period-records pic 9(9) value zero.
               01 ws-period-exceptions pic 9(9) value zero.

               01 statement-header-fields.
                   05 filler pic x(28)
                       value "period-end statement, period".
                   05 filler pic x(1) value space.
                   05 sh-period pic 9(6).
                   05 filler pic x(11) value " -- closed ".
                   05 sh-closed-date pic 9(8).
                   05 filler pic x(1) value space.
                   05 sh-closed-time pic 9(6).

               01 statement-file-header.
                   05 filler pic x(12) value "input file: ".
                   05 sfh-file-name pic x(80).

               01 statement-line-fields.
                   05 sl-period pic x(6).
                   05 filler pic x(2) value space.
                   05 sl-runs pic zzzz9.
                   05 filler pic x(2) value space.
                   05 sl-reruns pic zzzz9.
                   05 filler pic x(2) value space.
                   05 sl-records pic z(8)9.
                   05 filler pic x(2) value space.
                   05 sl-exceptions pic z(8)9.
                   05 filler pic x(2) value space.
                   05 sl-star1 pic z(8)9.
                   05 filler pic x(2) value space.
                   05 sl-star2 pic z(8)9.

               *> field widths here match statement-line-fields
               *> position-for-position so the column headings line
               *> up with the data they head
               01 statement-column-header.
                   05 filler pic x(6) value "period".
                   05 filler pic x(2) value space.
                   05 filler pic x(5) value " runs".
                   05 filler pic x(2) value space.
                   05 filler pic x(5) value "rerun".
                   05 filler pic x(2) value space.
                   05 filler pic x(9) value "  records".
                   05 filler pic x(2) value space.
                   05 filler pic x(9) value "    excs".
                   05 filler pic x(2) value space.
                   05 filler pic x(9) value "   star 1".
                   05 filler pic x(2) value space.
                   05 filler pic x(9) value "   star 2".

               01 statement-trailer-fields.
                   05 st-literal pic x(30).
                   05 st-amount pic z(8)9.

       procedure division.
       main.
           accept ws-today from date yyyymmdd.
           accept ws-now-time from time.
           perform read-file-names.
           perform read-close-period.
           if ws-refused = 'Y'
               move 8 to return-code
               stop run
           end-if.

           perform load-period-control.
           perform check-period-open.
           if ws-refused = 'Y'
               move 8 to return-code
               stop run
           end-if.

           perform roll-up-history.
           perform post-period-totals.
           if ws-refused = 'Y'
               move 8 to return-code
               stop run
           end-if.
           perform mark-period-closed.
           perform write-statement.

           display "period " ws-close-period " closed -- "
               ws-period-runs " runs over " file-count
               " input files, " adjust-count " post-close "
               "adjustment(s)".
           move 'I' to ml-severity.
           move spaces to ml-text.
           string "period " delimited by size
               ws-close-period delimited by size
               " closed -- " delimited by size
               ws-period-runs delimited by size
               " runs, " delimited by size
               adjust-count delimited by size
               " adjustment(s)" delimited by size
               into ml-text
           end-string.
           perform write-log-message.
           stop run.

       read-file-names.
           move "DAY1_HISTORY_FILE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-history-file-name
           end-if.
           move "DAY1_PERIOD_TOTALS" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-period-totals-name
           end-if.
           move "DAY1_PERIOD_CONTROL" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-period-control-name
           end-if.
           move "DAY1_MESSAGE_LOG" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-message-log-name
           end-if.

       write-log-message.
           *> the caller sets ml-severity and ml-text; the stamp
           *> columns are filled here.  opened and closed per message
           *> so the stream's steps can interleave their lines on the
           *> shared log safely -- the close stamps no run id of its
           *> own, so that column is left blank
           open extend message-log-file.
           if ws-message-log-status = "35"
               open output message-log-file
           end-if.
           if ws-message-log-status not = "00"
               display "unable to write run-message log -- status "
                   ws-message-log-status
           else
               move "day1-period" to ml-program
               accept ml-date from date yyyymmdd
               accept ml-time from time
               move spaces to ml-run-id
               move message-log-fields to message-log-line
               write message-log-line
               close message-log-file
           end-if.

       read-close-period.
           *> a period still in the future cannot be closed; the
           *> current month can, ahead of month end -- runs after the
           *> close then come through as adjustments
           compute ws-current-period = td-year * 100 + td-month.
           move "DAY1_CLOSE_PERIOD" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value = spaces
               if td-month = 1
                   compute cp-year = td-year - 1
                   move 12 to cp-month
               else
                   move td-year to cp-year
                   compute cp-month = td-month - 1
               end-if
               exit paragraph
           end-if.

           move ws-env-value(1:6) to ws-period-reply.
           if ws-period-reply not numeric or
                   ws-env-value(7:74) not = spaces
               move 'Y' to ws-refused
           else
               move ws-period-reply to ws-close-period
               if cp-month < 1 or cp-month > 12
                   move 'Y' to ws-refused
               end-if
           end-if.
           if ws-refused = 'Y'
               display "DAY1_CLOSE_PERIOD must be yyyymm -- "
                   ws-env-value(1:20)
               move 'E' to ml-severity
               move spaces to ml-text
               string "close period not yyyymm -- " delimited by size
                   ws-env-value delimited by space
                   into ml-text
               end-string
               perform write-log-message
               exit paragraph
           end-if.
           if ws-close-period > ws-current-period
               display "period " ws-close-period " has not begun "
                   "-- not closed"
               move 'E' to ml-severity
               move spaces to ml-text
               string "period " delimited by size
                   ws-close-period delimited by size
                   " has not begun -- close refused"
                   delimited by size into ml-text
               end-string
               perform write-log-message
               move 'Y' to ws-refused
           end-if.

       load-period-control.
           move zero to closed-count.
           open input period-control-file.
           if ws-period-control-status not = "00"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read period-control-file
                   at end move 'Y' to ws-eof
                   not at end perform store-closed-period
               end-read
           end-perform.
           close period-control-file.
           *> the closing period is added to the control file, so a
           *> full table must refuse the close before anything posts
           if closed-count >= 240 and ws-refused = 'N'
               display "period control holds 240 periods -- no room "
                   "to close " ws-close-period
               move 'E' to ml-severity
               move spaces to ml-text
               string "period control full -- close of "
                   delimited by size
                   ws-close-period delimited by size
                   " refused" delimited by size
                   into ml-text
               end-string
               perform write-log-message
               move 'Y' to ws-refused
           end-if.

       store-closed-period.
           if period-control-record = spaces
               exit paragraph
           end-if.
           if closed-count >= 240
               display "period control holds more than 240 periods "
                   "-- close refused"
               move 'E' to ml-severity
               move spaces to ml-text
               string "period control full (over 240 periods) "
                   "-- close refused" delimited by size
                   into ml-text
               end-string
               perform write-log-message
               move 'Y' to ws-refused
               move 'Y' to ws-eof
               exit paragraph
           end-if.
           add 1 to closed-count.
           move period-control-record to closed-entry(closed-count).

       find-closed-period.
           *> ws-closed-hit is left on the control entry for
           *> ws-history-period, zero when that period is open
           move zero to ws-closed-hit.
           move 1 to p.
           perform until p > closed-count
               if cl-period(p) = ws-history-period
                   move p to ws-closed-hit
                   move closed-count to p
               end-if
               add 1 to p
           end-perform.

       check-period-open.
           move ws-close-period to ws-history-period.
           perform find-closed-period.
           if ws-closed-hit not = zero
               display "period " ws-close-period " was closed "
                   cl-closed-date(ws-closed-hit) " -- close refused"
               move 'E' to ml-severity
               move spaces to ml-text
               string "period " delimited by size
                   ws-close-period delimited by size
                   " already closed " delimited by size
                   cl-closed-date(ws-closed-hit) delimited by size
                   " -- close refused" delimited by size
                   into ml-text
               end-string
               perform write-log-message
               move 'Y' to ws-refused
           end-if.

       roll-up-history.
           open input history-file.
           if ws-history-status not = "00"
               display "no run history on hand -- "
                   ws-history-file-name " status " ws-history-status
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read history-file
                   at end move 'Y' to ws-eof
                   not at end perform roll-up-one-run
               end-read
           end-perform.
           close history-file.
           if ws-files-dropped > 0 or ws-adjusts-dropped > 0
               move 'W' to ml-severity
               move spaces to ml-text
               string "runs past table limits not rolled up -- "
                   delimited by size
                   ws-files-dropped delimited by size
                   " period, " delimited by size
                   ws-adjusts-dropped delimited by size
                   " adjustment" delimited by size
                   into ml-text
               end-string
               perform write-log-message
           end-if.

       roll-up-one-run.
           *> a run dated in the closing period belongs to its
           *> totals; one dated in a period already closed, and run
           *> after both that close and the last adjustment posted
           *> against it, is a post-close adjustment
           if hi-reversed-flag = 'Y'
               exit paragraph
           end-if.
           compute ws-history-period = hi-run-date / 100.
           if ws-history-period = ws-close-period
               perform add-to-period-totals
               exit paragraph
           end-if.
           perform find-closed-period.
           if ws-closed-hit = zero
               exit paragraph
           end-if.
           move hi-run-date to rs-date.
           move hi-run-time to rs-time.
           move cl-closed-date(ws-closed-hit) to cs-date.
           move cl-closed-time(ws-closed-hit) to cs-time.
           if ws-run-stamp not > ws-cutoff-stamp
               exit paragraph
           end-if.
           move cl-adjusted-date(ws-closed-hit) to cs-date.
           move cl-adjusted-time(ws-closed-hit) to cs-time.
           if ws-run-stamp not > ws-cutoff-stamp
               exit paragraph
           end-if.
           perform add-to-adjustments.

       add-to-period-totals.
           move zero to ws-file-hit.
           move 1 to f.
           perform until f > file-count
               if ft-input-file-name(f) = hi-input-file-name
                   move f to ws-file-hit
                   move file-count to f
               end-if
               add 1 to f
           end-perform.
           if ws-file-hit = zero
               if file-count >= 100
                   add 1 to ws-files-dropped
                   exit paragraph
               end-if
               add 1 to file-count
               move file-count to ws-file-hit
               initialize file-entry(ws-file-hit)
               move hi-input-file-name
                   to ft-input-file-name(ws-file-hit)
           end-if.
           add 1 to ft-run-count(ws-file-hit).
           if hi-restart-flag = 'Y'
               add 1 to ft-rerun-count(ws-file-hit)
           end-if.
           add hi-record-count to ft-record-total(ws-file-hit).
           add hi-exception-count to ft-exception-total(ws-file-hit).
           *> the final sums are the latest run's, by stamp rather
           *> than file order
           move hi-run-date to rs-date.
           move hi-run-time to rs-time.
           move ft-last-run-date(ws-file-hit) to cs-date.
           move ft-last-run-time(ws-file-hit) to cs-time.
           if ws-run-stamp not < ws-cutoff-stamp
               move hi-star1-sum to ft-star1-sum(ws-file-hit)
               move hi-calced-sum to ft-star2-sum(ws-file-hit)
               move hi-run-date to ft-last-run-date(ws-file-hit)
               move hi-run-time to ft-last-run-time(ws-file-hit)
           end-if.

       add-to-adjustments.
           move zero to ws-adjust-hit.
           move 1 to a.
           perform until a > adjust-count
               if aj-period(a) = ws-history-period and
                       aj-input-file-name(a) = hi-input-file-name
                   move a to ws-adjust-hit
                   move adjust-count to a
               end-if
               add 1 to a
           end-perform.
           if ws-adjust-hit = zero
               if adjust-count >= 100
                   add 1 to ws-adjusts-dropped
                   exit paragraph
               end-if
               add 1 to adjust-count
               move adjust-count to ws-adjust-hit
               initialize adjust-entry(ws-adjust-hit)
               move ws-history-period to aj-period(ws-adjust-hit)
               move hi-input-file-name
                   to aj-input-file-name(ws-adjust-hit)
           end-if.
           add 1 to aj-run-count(ws-adjust-hit).
           if hi-restart-flag = 'Y'
               add 1 to aj-rerun-count(ws-adjust-hit)
           end-if.
           add hi-record-count to aj-record-total(ws-adjust-hit).
           add hi-exception-count
               to aj-exception-total(ws-adjust-hit).
           move aj-last-run-date(ws-adjust-hit) to cs-date.
           move aj-last-run-time(ws-adjust-hit) to cs-time.
           if ws-run-stamp not < ws-cutoff-stamp
               move hi-star1-sum to aj-star1-sum(ws-adjust-hit)
               move hi-calced-sum to aj-star2-sum(ws-adjust-hit)
               move hi-run-date to aj-last-run-date(ws-adjust-hit)
               move hi-run-time to aj-last-run-time(ws-adjust-hit)
           end-if.

       post-period-totals.
           open extend period-totals-file.
           if ws-period-totals-status = "35"
               open output period-totals-file
           end-if.
           if ws-period-totals-status not = "00"
               display "unable to post period totals -- status "
                   ws-period-totals-status
               move 'E' to ml-severity
               move spaces to ml-text
               string "unable to post period totals -- status "
                   delimited by size
                   ws-period-totals-status delimited by size
                   into ml-text
               end-string
               perform write-log-message
               move 'Y' to ws-refused
               exit paragraph
           end-if.

           move 1 to f.
           perform until f > file-count
               move 'T' to pt-record-type
               move ws-close-period to pt-period
               move ft-input-file-name(f) to pt-input-file-name
               move ft-run-count(f) to pt-run-count
               move ft-rerun-count(f) to pt-rerun-count
               move ft-record-total(f) to pt-record-total
               move ft-exception-total(f) to pt-exception-total
               move ft-star1-sum(f) to pt-star1-sum
               move ft-star2-sum(f) to pt-star2-sum
               move ft-last-run-date(f) to pt-last-run-date
               move ft-last-run-time(f) to pt-last-run-time
               move ws-today to pt-posted-date
               write period-totals-record
               add ft-run-count(f) to ws-period-runs
               add ft-rerun-count(f) to ws-period-reruns
               add ft-record-total(f) to ws-period-records
               add ft-exception-total(f) to ws-period-exceptions
               add 1 to f
           end-perform.

           move 1 to a.
           perform until a > adjust-count
               move 'A' to pt-record-type
               move aj-period(a) to pt-period
               move aj-input-file-name(a) to pt-input-file-name
               move aj-run-count(a) to pt-run-count
               move aj-rerun-count(a) to pt-rerun-count
               move aj-record-total(a) to pt-record-total
               move aj-exception-total(a) to pt-exception-total
               move aj-star1-sum(a) to pt-star1-sum
               move aj-star2-sum(a) to pt-star2-sum
               move aj-last-run-date(a) to pt-last-run-date
               move aj-last-run-time(a) to pt-last-run-time
               move ws-today to pt-posted-date
               write period-totals-record
               add 1 to a
           end-perform.
           close period-totals-file.

       mark-period-closed.
           *> each adjusted period's adjustment stamp moves up to its
           *> latest adjusting run, so the next close does not post
           *> the same runs again -- then the closing period is added
           move 1 to a.
           perform until a > adjust-count
               move aj-period(a) to ws-history-period
               perform find-closed-period
               move cl-adjusted-date(ws-closed-hit) to cs-date
               move cl-adjusted-time(ws-closed-hit) to cs-time
               move aj-last-run-date(a) to rs-date
               move aj-last-run-time(a) to rs-time
               if ws-run-stamp > ws-cutoff-stamp
                   move rs-date to cl-adjusted-date(ws-closed-hit)
                   move rs-time to cl-adjusted-time(ws-closed-hit)
               end-if
               add 1 to a
           end-perform.

           add 1 to closed-count.
           move ws-close-period to cl-period(closed-count).
           move ws-today to cl-closed-date(closed-count).
           move ws-now-time to cl-closed-time(closed-count).
           move ws-today to cl-adjusted-date(closed-count).
           move ws-now-time to cl-adjusted-time(closed-count).

           open output period-control-file.
           if ws-period-control-status not = "00"
               display "unable to mark period closed -- status "
                   ws-period-control-status
               move 'E' to ml-severity
               move spaces to ml-text
               string "period totals posted but period not marked "
                   "closed -- status " delimited by size
                   ws-period-control-status delimited by size
                   into ml-text
               end-string
               perform write-log-message
               move 8 to return-code
               exit paragraph
           end-if.
           move 1 to p.
           perform until p > closed-count
               move closed-entry(p) to period-control-record
               write period-control-record
               add 1 to p
           end-perform.
           close period-control-file.

       write-statement.
           open output period-report.
           move ws-close-period to sh-period.
           move ws-today to sh-closed-date.
           move ws-now-time(1:6) to sh-closed-time.
           move statement-header-fields to period-line.
           write period-line.
           move spaces to period-line.
           write period-line.
           move statement-column-header to period-line.
           write period-line.

           if file-count = zero
               move "no runs dated in the period" to period-line
               write period-line
           end-if.
           move 1 to f.
           perform until f > file-count
               move ft-input-file-name(f) to sfh-file-name
               move statement-file-header to period-line
               write period-line
               move spaces to statement-line-fields
               move ws-close-period to sl-period
               move ft-run-count(f) to sl-runs
               move ft-rerun-count(f) to sl-reruns
               move ft-record-total(f) to sl-records
               move ft-exception-total(f) to sl-exceptions
               move ft-star1-sum(f) to sl-star1
               move ft-star2-sum(f) to sl-star2
               move statement-line-fields to period-line
               write period-line
               add 1 to f
           end-perform.

           move spaces to period-line.
           write period-line.
           move "runs in period ............." to st-literal.
           move ws-period-runs to st-amount.
           perform write-statement-trailer.
           move "reruns in period ..........." to st-literal.
           move ws-period-reruns to st-amount.
           perform write-statement-trailer.
           move "records processed .........." to st-literal.
           move ws-period-records to st-amount.
           perform write-statement-trailer.
           move "exceptions ................." to st-literal.
           move ws-period-exceptions to st-amount.
           perform write-statement-trailer.

           move spaces to period-line.
           write period-line.
           move "post-close adjustments" to period-line.
           write period-line.
           if adjust-count = zero
               move "none" to period-line
               write period-line
           end-if.
           move 1 to a.
           perform until a > adjust-count
               move aj-input-file-name(a) to sfh-file-name
               move statement-file-header to period-line
               write period-line
               move spaces to statement-line-fields
               move aj-period(a) to sl-period
               move aj-run-count(a) to sl-runs
               move aj-rerun-count(a) to sl-reruns
               move aj-record-total(a) to sl-records
               move aj-exception-total(a) to sl-exceptions
               move aj-star1-sum(a) to sl-star1
               move aj-star2-sum(a) to sl-star2
               move statement-line-fields to period-line
               write period-line
               add 1 to a
           end-perform.
           close period-report.

       write-statement-trailer.
           move statement-trailer-fields to period-line.
           write period-line.
