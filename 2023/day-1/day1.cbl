               *> stock name is "day1.dat" in the current directory,
               *> but DAY1_INPUT_FILE in the environment overrides it,
               *> so a run can point at any puzzle-input file without
               *> a recompile.  DAY1_SOURCE_LIST instead names a list
               *> of supplier files making up one logical run, each
               *> read through this same file in list order
               select day1-file assign to dynamic ws-source-file-name
               organization is line sequential
               file status is ws-day1-status.

               select source-list-file
               assign to dynamic ws-source-list-name
               organization is line sequential
               file status is ws-source-list-status.

               *> every output name can be overridden from the
               *> environment the same way the input can, so several
               *> day1 instances (one per input partition) can run
               organization is line sequential
               file status is ws-lock-status.

               *> the accounting periods day1-period-close has closed
               *> -- read at startup so a run dated inside one is
               *> warned about rather than slipping into figures
               *> already reported
               select period-control-file
               assign to dynamic ws-period-control-name
               organization is line sequential
               file status is ws-period-control-status.

               *> the operators cleared to use the safety overrides
               *> (DAY1_FORCE_OVERRIDE, DAY1_CLEAR_LOCK), and the
               *> journal every override asked for is written to --
               *> an override is only honoured for a named operator
               *> cleared for it who has given a reason
               select operators-file
               assign to dynamic ws-operators-file-name
               organization is line sequential
               file status is ws-operators-status.

               select override-journal-file
               assign to dynamic ws-override-journal-name
               organization is line sequential
               file status is ws-override-journal-status.

               *> the shared run-message log every program in the
               *> stream appends its operator messages to, so what the
               *> overnight run said survives past the console scroll
               fd day1-file.
                   copy puzzlerec.

               fd source-list-file.
                   copy srclist.

               *> one line per day1-record read, plus a grand-total
               *> trailer line, so a run can be audited after the fact
               fd detail-report.
               01 exception-data-record.
                   05 xd-rec-no pic 9(7).
                   05 xd-raw-text pic x(80).
                   *> the run that raised the reject, appended after
                   *> the original fields so older readers of this
                   *> record keep lining up
                   05 xd-run-id pic x(16).
                   *> the source the record came from and its number
                   *> within that source, so a reject can be chased
                   *> back to the supplier file that sent it
                   05 xd-source-id pic x(8).
                   05 xd-source-rec-no pic 9(7).
                   05 xd-source-file pic x(80).

               fd checkpoint-file.
               01 checkpoint-record.
                   *> read-checkpoint refuses to restart from a
                   *> checkpoint that doesn't match ws-input-file-name
                   05 ckpt-input-file-name pic x(80).
                   *> the per-source subtotals as of the checkpoint, so
                   *> a restart knows how far into each source it got
                   05 ckpt-source-count pic 9(2).
                   05 ckpt-source-entry occurs 20 times.
                       10 ckpt-src-record-count pic 9(7).
                       10 ckpt-src-exception-count pic 9(7).
                       10 ckpt-src-valid-count pic 9(7).
                       10 ckpt-src-star1-sum pic 9(9).
                       10 ckpt-src-star2-sum pic 9(9).

               fd summary-file.
               01 summary-record.
                   05 sr-min-num pic 9(2).
                   05 sr-max-num pic 9(2).
                   05 sr-valid-count pic 9(7).
                   *> a multi-source run follows its run record with one
                   *> "SRC " record per source, carrying that source's
                   *> subtotals in the same columns and its id here --
                   *> blank on the run record itself, so readers that
                   *> only want the run's totals read one record as ever
                   05 sr-source-id pic x(8).

               fd audit-trail-file.
               01 audit-trail-line pic x(80).
                   05 hr-average-num pic 9(3)v9(2).
                   05 hr-restart-flag pic x(1).
                   05 hr-input-file-name pic x(80).
                   *> 'Y' once day1-backout has reversed the run --
                   *> the record is kept, but trend and period close
                   *> pass it by
                   05 hr-reversed-flag pic x(1).
                   *> the run's own id -- a restarted run keeps the id
                   *> its first attempt was given, while the date and
                   *> time above are the restart's
                   05 hr-run-id pic x(16).

               fd results-file.
               01 result-record.
                   05 rr-first-pos pic 9(2).
                   05 rr-last-pos pic 9(2).
                   05 rr-exception-flag pic x(1).
                   *> the star-1 view of the line and where each star-2
                   *> digit came from ('L' literal, 'W' spelled-out
                   *> word), with 'Y' in the overlap flag when a word
                   *> the answer used shares letters with a neighbouring
                   *> digit word -- appended after the original fields
                   *> so older readers of this record keep lining up
                   05 rr-star1-first-digit pic x(1).
                   05 rr-star1-last-digit pic x(1).
                   05 rr-star1-num pic 9(2).
                   05 rr-first-source pic x(1).
                   05 rr-last-source pic x(1).
                   05 rr-overlap-flag pic x(1).
                   *> the source the line came from and its number
                   *> within that source -- rr-rec-no stays the key,
                   *> counting across the whole run
                   05 rr-source-id pic x(8).
                   05 rr-source-rec-no pic 9(7).

               fd feed-register-file.
               01 feed-register-record.
                   05 rc-detail-name pic x(40).
                   05 rc-exception-name pic x(40).
                   05 rc-input-file-name pic x(80).
                   *> 'R' once day1-backout has reversed the run the
                   *> generations belong to, blank otherwise
                   05 rc-status pic x(1).

               fd lock-file.
               01 lock-record.
                   05 filler pic x(1).
                   05 lk-time pic 9(8).

               *> layout matches the period-control-record
               *> day1-period-close writes
               fd period-control-file.
               01 period-control-record.
                   05 pcr-period pic 9(6).
                   05 pcr-closed-date pic 9(8).
                   05 pcr-closed-time pic 9(8).
                   05 pcr-adjusted-date pic 9(8).
                   05 pcr-adjusted-time pic 9(8).

               fd operators-file.
                   copy operators.

               fd override-journal-file.
               01 override-journal-line pic x(136).

               fd message-log-file.
               01 message-log-line pic x(110).

               01 ws-first-digit-pos pic 9(2) value 0.
               01 ws-last-digit-pos pic 9(2) value 0.

               *> how the star-2 digits were matched: 'L' for a
               *> literal, 'W' for a spelled-out word (with the word's
               *> length, so a neighbouring word sharing its letters
               *> -- "oneight", "eightwo" -- can be spotted)
               01 ws-first-digit-source pic x(1).
               01 ws-last-digit-source pic x(1).
               01 ws-first-word-len pic 9(1).
               01 ws-last-word-len pic 9(1).
               01 ws-word-overlap pic x(1).

               *> run identifier: date plus time of day, stamped once
               *> at startup -- every line this run appends to the
               *> shared trail carries it, so runs can be told apart
                   05 at-last-char pic x(1).
                   05 filler pic x(3) value space.
                   05 at-num pic z9.
                   05 filler pic x(3) value space.
                   05 at-source-id pic x(8).
                   05 filler pic x(1) value space.
                   05 at-source-rec-no pic z(6)9.

               *> run-history control: date and time stamped once at
               *> startup so every record this run writes carries the
               *> environment to override the stock "day1.dat"
               01 ws-input-file-name pic x(80) value "day1.dat".

               *> multi-source run: DAY1_SOURCE_LIST names a list of
               *> supplier files (layout in copybook srclist) that are
               *> processed in order as one run under one run id, and
               *> the list's own name then stands for the run wherever
               *> the input file name would -- register, history,
               *> catalog, checkpoint, trail header.  unset, the run
               *> has the one source DAY1_INPUT_FILE names, id "01".
               *> record numbers count across the whole run; each
               *> source also counts its own
               01 ws-source-list-status pic x(2).
               01 ws-source-list-name pic x(80).
               01 ws-source-list-eof pic x(1) value 'N'.
               01 ws-multi-source pic x(1) value 'N'.
               01 ws-source-file-name pic x(80).
               01 ws-source-rec-no pic 9(7) value zero.
               01 ws-skip-count pic 9(7) value zero.
               01 ws-source-position pic 9(2).
               01 source-count pic 9(2) value zero.
               01 s pic 9(2) value 1.
               01 k pic 9(2) value 1.
               01 source-table.
                   05 source-entry occurs 20 times.
                       10 src-id pic x(8).
                       10 src-file-name pic x(80).
                       10 src-record-count pic 9(7).
                       10 src-exception-count pic 9(7).
                       10 src-valid-count pic 9(7).
                       10 src-star1-sum pic 9(9).
                       10 src-star2-sum pic 9(9).

               *> output file names, each overridable from the
               *> environment variable named in read-output-file-names
               01 ws-env-value pic x(80).
               01 ws-exception-gen-name pic x(40).
               01 ws-copy-cmd pic x(140).

               *> period-close control: the run's own period, and
               *> whether it has already been closed
               01 ws-period-control-status pic x(2).
               01 ws-period-control-name pic x(80)
                   value "day1-period-control.dat".
               01 ws-run-period pic 9(6).
               01 ws-period-closed pic x(1) value 'N'.
               01 ws-period-eof pic x(1) value 'N'.

               *> override authority: who asked, why, and whether the
               *> authorised-operators file lets them -- the refusal
               *> text says what was missing when it does not
               01 ws-operators-status pic x(2).
               01 ws-operators-file-name pic x(80)
                   value "day1-operators.dat".
               01 ws-override-journal-status pic x(2).
               01 ws-override-journal-name pic x(80)
                   value "day1-override.jnl".
               01 ws-operators-eof pic x(1) value 'N'.
               01 ws-operator-found pic x(1) value 'N'.
               01 ws-may-force-dup pic x(1) value 'N'.
               01 ws-may-clear-lock pic x(1) value 'N'.
               01 ws-override-granted pic x(1) value 'N'.
               01 ws-override-refusal pic x(30).

               copy overjnl.

               *> feed registration: the fingerprint taken while
               *> pre-reading the input (record count, plus a content
               *> total summing each record's digit values and
               *> have to re-derive digits the same way (day1-recycle)
               01 ws-word-matched pic x(1) value 'N'.
               01 ws-word-digit pic x(1) value space.
               01 ws-word-len pic 9(1) value zero.

               copy digitwords.

                   05 filler pic x(5) value space.
                   05 filler pic x(30) value "record text".

               *> multi-source runs only: a banner in the detail
               *> report where each source starts, and a subtotal
               *> line per source ahead of the grand totals they roll
               *> up to
               01 source-banner-fields.
                   05 filler pic x(11) value "*** source ".
                   05 sb-source-id pic x(8).
                   05 filler pic x(4) value " -- ".
                   05 sb-file-name pic x(57).

               01 source-subtotal-header.
                   05 filler pic x(8) value "source".
                   05 filler pic x(2) value space.
                   05 filler pic x(7) value "records".
                   05 filler pic x(2) value space.
                   05 filler pic x(7) value "rejects".
                   05 filler pic x(2) value space.
                   05 filler pic x(9) value "   star 1".
                   05 filler pic x(2) value space.
                   05 filler pic x(9) value "   star 2".

               01 source-subtotal-fields.
                   05 ss-source-id pic x(8).
                   05 filler pic x(2) value space.
                   05 ss-records pic z(6)9.
                   05 filler pic x(2) value space.
                   05 ss-rejects pic z(6)9.
                   05 filler pic x(2) value space.
                   05 ss-star1 pic z(8)9.
                   05 filler pic x(2) value space.
                   05 ss-star2 pic z(8)9.

       procedure division.
       main.
           accept ws-run-date from date yyyymmdd.
               into ws-run-id
           end-string.
           perform read-input-file-name.
           perform load-source-list.
           perform read-output-file-names.
           perform acquire-run-lock.
           if ws-lock-refused = 'Y'
               perform release-run-lock
               stop run
           end-if.
           perform check-closed-period.

           perform check-source-files.
           if ws-open-failed = 'N'
               perform process-day1-file
           end-if.

           perform open-audit-trail.
           perform open-results-file.

               move 1 to s.
               perform until s > source-count
                   perform process-one-source
                   add 1 to s
               end-perform.
               display "star 1 sum is " calced-sum-star1.
               display "star 2 sum is " calced-sum.
               perform display-statistics.
               perform reconcile-record-count.
               if ws-multi-source = 'Y'
                   perform write-source-subtotals
               end-if.

               move spaces to detail-line.
               move calced-sum-star1 to dt-star1-total.
               move detail-trailer to detail-line.
               write detail-line.

           close detail-report.
           close exception-report.
           close exception-data-file.
           close audit-trail-file.
           close results-file.

       process-one-source.
           *> a restarted run reads past the records each source had
           *> already posted at the checkpoint rather than posting
           *> them again -- the per-source counts the checkpoint
           *> carried say how many that is
           move src-file-name(s) to ws-source-file-name.
           move zero to ws-source-rec-no.
           move src-record-count(s) to ws-skip-count.
           open input day1-file.
           if ws-day1-status not = "00"
               display "unable to open input file "
                   ws-source-file-name " -- status " ws-day1-status
               exit paragraph
           end-if.
           if ws-multi-source = 'Y'
               move src-id(s) to sb-source-id
               move src-file-name(s) to sb-file-name
               move source-banner-fields to detail-line
               write detail-line
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read day1-file
                   at end move 'Y' to ws-eof
                   not at end
                       add 1 to ws-source-rec-no
                       if ws-skip-count > 0
                           subtract 1 from ws-skip-count
                       else
                           perform compute-line
                       end-if
               end-read
           end-perform.
           close day1-file.

       write-source-subtotals.
           move spaces to detail-line.
           write detail-line.
           move source-subtotal-header to detail-line.
           write detail-line.
           move 1 to s.
           perform until s > source-count
               move src-id(s) to ss-source-id
               move src-record-count(s) to ss-records
               move src-exception-count(s) to ss-rejects
               move src-star1-sum(s) to ss-star1
               move src-star2-sum(s) to ss-star2
               move source-subtotal-fields to detail-line
               write detail-line
               add 1 to s
           end-perform.
           move spaces to detail-line.
           write detail-line.

       open-detail-report.
           *> a restarted run continues the existing report instead of
           *> truncating it, mirroring the audit trail -- so the
               move ws-valid-record-count to sr-valid-count
           end-if
           end-if.
           move spaces to sr-source-id.
           write summary-record.
           if sr-status = "OK  " and ws-multi-source = 'Y'
               move 1 to s
               perform until s > source-count
                   perform write-source-summary
                   add 1 to s
               end-perform
           end-if.
           close summary-file.

       write-source-summary.
           move "SRC " to sr-status.
           move src-star2-sum(s) to sr-calced-sum.
           move src-record-count(s) to sr-record-count.
           move src-exception-count(s) to sr-exception-count.
           move src-star1-sum(s) to sr-star1-sum.
           move 0 to sr-min-num.
           move 0 to sr-max-num.
           move src-valid-count(s) to sr-valid-count.
           move src-id(s) to sr-source-id.
           write summary-record.

       write-history-record.
           *> the history accumulates across runs the same way the
           *> audit trail does, with the same missing-file fallback
                   move 'N' to hr-restart-flag
               end-if
               move ws-input-file-name to hr-input-file-name
               move space to hr-reversed-flag
               move ws-run-id to hr-run-id
               write history-record
               close history-file
           end-if.
               move "day1.dat" to ws-input-file-name
           end-if.

       load-source-list.
           move 'N' to ws-multi-source.
           move zero to source-count.
           move "DAY1_SOURCE_LIST" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value = spaces
               move 1 to source-count
               move "01" to src-id(1)
               move ws-input-file-name to src-file-name(1)
               perform clear-source-subtotals
               exit paragraph
           end-if.

           move 'Y' to ws-multi-source.
           move ws-env-value to ws-source-list-name.
           move ws-source-list-name to ws-input-file-name.
           open input source-list-file.
           if ws-source-list-status not = "00"
               exit paragraph
           end-if.
           perform until ws-source-list-eof = 'Y'
               read source-list-file
                   at end move 'Y' to ws-source-list-eof
                   not at end perform load-one-source
               end-read
           end-perform.
           close source-list-file.
           perform clear-source-subtotals.

       load-one-source.
           if sl-file-name = spaces
               exit paragraph
           end-if.
           if source-count >= 20
               display "source list holds more than 20 files -- "
                   sl-file-name " and after are not processed"
               move 'Y' to ws-source-list-eof
               exit paragraph
           end-if.
           add 1 to source-count.
           move sl-source-id to src-id(source-count).
           if sl-source-id = spaces
               move source-count to ws-source-position
               move ws-source-position to src-id(source-count)
           end-if.
           move sl-file-name to src-file-name(source-count).

       clear-source-subtotals.
           move 1 to s.
           perform until s > 20
               move zero to src-record-count(s)
               move zero to src-exception-count(s)
               move zero to src-valid-count(s)
               move zero to src-star1-sum(s)
               move zero to src-star2-sum(s)
               add 1 to s
           end-perform.

       check-source-files.
           *> every source has to be on hand before any is posted --
           *> half a logical run is worse than none
           if ws-multi-source = 'Y' and source-count = zero
               display "unable to read source list "
                   ws-source-list-name " -- status "
                   ws-source-list-status
               move 'Y' to ws-open-failed
               move 'E' to ml-severity
               move spaces to ml-text
               string "no sources in source list " delimited by size
                   ws-source-list-name delimited by space
                   into ml-text
               end-string
               perform write-log-message
               exit paragraph
           end-if.
           move 1 to s.
           perform until s > source-count
               move src-file-name(s) to ws-source-file-name
               open input day1-file
               if ws-day1-status not = "00"
                   display "unable to open input file "
                       ws-source-file-name " -- status " ws-day1-status
                   move 'Y' to ws-open-failed
                   move 'E' to ml-severity
                   move spaces to ml-text
                   string "unable to open input file "
                       delimited by size
                       ws-source-file-name delimited by space
                       into ml-text
                   end-string
                   perform write-log-message
                   move source-count to s
               else
                   close day1-file
               end-if
               add 1 to s
           end-perform.

       read-output-file-names.
           move "DAY1_DETAIL_REPORT" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-lock-file-name
           end-if.
           move "DAY1_PERIOD_CONTROL" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-period-control-name
           end-if.
           move "DAY1_OPERATORS_FILE" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-operators-file-name
           end-if.
           move "DAY1_OVERRIDE_JOURNAL" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-override-journal-name
           end-if.

       check-closed-period.
           *> the run still goes ahead -- it is the next period close
           *> that picks it up as a post-close adjustment -- but the
           *> operator is told now, while it can still be questioned
           compute ws-run-period = ws-run-date / 100.
           open input period-control-file.
           if ws-period-control-status not = "00"
               exit paragraph
           end-if.
           perform until ws-period-eof = 'Y'
               read period-control-file
                   at end move 'Y' to ws-period-eof
                   not at end
                       if pcr-period = ws-run-period
                           move 'Y' to ws-period-closed
                           move 'Y' to ws-period-eof
                       end-if
               end-read
           end-perform.
           close period-control-file.
           if ws-period-closed = 'Y'
               display "run dated inside closed period "
                   ws-run-period " -- it will post as a post-close "
                   "adjustment"
               move 'W' to ml-severity
               move spaces to ml-text
               string "run dated in closed period " delimited by size
                   ws-run-period delimited by size
                   " -- posts as an adjustment" delimited by size
                   into ml-text
               end-string
               perform write-log-message
           end-if.

       read-one-env-value.
           move spaces to ws-env-value.
               move spaces to ws-env-value
               display ws-env-name upon environment-name
               accept ws-env-value from environment-value
               move 'N' to ws-override-granted
               if ws-env-value(1:1) = 'Y'
                   move "FORCE-DUP" to oj-type
                   perform authorise-override
               end-if
               if ws-override-granted = 'Y'
                   display "feed already registered by run "
                       rg-run-id(ws-register-hit)
                       " -- processed anyway on override by "
                       oj-operator
                   move 'W' to ml-severity
                   move spaces to ml-text
                   string "registered feed reprocessed on override "
                       "by " delimited by size
                       oj-operator delimited by space
                       into ml-text
                   end-string
                   perform write-log-message
               else
           *> a pre-pass over the input: record count plus a content
           *> total cheap enough to take while reading -- each
           *> record's literal digit values and its count of
           *> non-space characters, taken across every source of a
           *> multi-source run in list order.  an unopenable source
           *> is left for check-source-files to report
           move 1 to s.
           perform until s > source-count
               perform fingerprint-one-source
               add 1 to s
           end-perform.

       fingerprint-one-source.
           move src-file-name(s) to ws-source-file-name.
           open input day1-file.
           if ws-day1-status not = "00"
               exit paragraph
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           move 'N' to ws-override-granted.
           if ws-env-value(1:1) = 'Y'
               move "CLEAR-LOCK" to oj-type
               perform authorise-override
           end-if.
           if ws-override-granted = 'Y'
               display "stale lock from " lk-program " run "
                   lk-run-id " cleared on instruction of "
                   oj-operator
               move 'W' to ml-severity
               move spaces to ml-text
               string "stale lock from run " delimited by size
                   lk-run-id delimited by size
                   " cleared by " delimited by size
                   oj-operator delimited by space
                   into ml-text
               end-string
               perform write-log-message
           else
               perform write-log-message
           end-if.

       authorise-override.
           *> the caller sets oj-type.  a safety override is only
           *> honoured for a named operator (DAY1_OPERATOR_ID) who
           *> has given a reason (DAY1_OVERRIDE_REASON) and whom the
           *> authorised-operators file clears for that type --
           *> used or refused, it goes on the override journal, and
           *> a refused override leaves the run exactly as if it had
           *> never been asked for
           move 'N' to ws-override-granted.
           move spaces to ws-override-refusal.
           move "DAY1_OPERATOR_ID" to ws-env-name.
           perform read-one-env-value.
           move ws-env-value to oj-operator.
           move "DAY1_OVERRIDE_REASON" to ws-env-name.
           perform read-one-env-value.
           move ws-env-value to oj-reason.
           if oj-operator = spaces
               move "no operator id given" to ws-override-refusal
           else
               if oj-reason = spaces
                   move "no reason given" to ws-override-refusal
               else
                   perform find-authorised-operator
               end-if
           end-if.

           if ws-override-refusal = spaces
               move 'Y' to ws-override-granted
               move "USED" to oj-outcome
               move 'W' to ml-severity
               move spaces to ml-text
               string oj-type delimited by space
                   " override used by " delimited by size
                   oj-operator delimited by space
                   into ml-text
               end-string
           else
               move "REFUSED" to oj-outcome
               display oj-type " override refused -- "
                   ws-override-refusal
               move 'E' to ml-severity
               move spaces to ml-text
               string oj-type delimited by space
                   " override refused -- " delimited by size
                   ws-override-refusal delimited by size
                   into ml-text
               end-string
           end-if.
           perform write-log-message.
           perform write-override-journal.

       find-authorised-operator.
           move 'N' to ws-operator-found.
           move 'N' to ws-operators-eof.
           open input operators-file.
           if ws-operators-status not = "00"
               move "no authorised-operators file"
                   to ws-override-refusal
               exit paragraph
           end-if.
           perform until ws-operators-eof = 'Y'
               read operators-file
                   at end move 'Y' to ws-operators-eof
                   not at end
                       if op-operator-id = oj-operator
                           move 'Y' to ws-operator-found
                           move op-may-force-dup to ws-may-force-dup
                           move op-may-clear-lock to ws-may-clear-lock
                           move 'Y' to ws-operators-eof
                       end-if
               end-read
           end-perform.
           close operators-file.

           if ws-operator-found = 'N'
               move "not an authorised operator"
                   to ws-override-refusal
               exit paragraph
           end-if.
           evaluate oj-type
               when "FORCE-DUP"
                   if ws-may-force-dup not = 'Y'
                       move "not cleared for FORCE-DUP"
                           to ws-override-refusal
                   end-if
               when "CLEAR-LOCK"
                   if ws-may-clear-lock not = 'Y'
                       move "not cleared for CLEAR-LOCK"
                           to ws-override-refusal
                   end-if
               when other
                   move "unknown override type"
                       to ws-override-refusal
           end-evaluate.

       write-override-journal.
           accept oj-date from date yyyymmdd.
           accept oj-time from time.
           move ws-run-id to oj-run-id.
           move "day1" to oj-program.
           open extend override-journal-file.
           if ws-override-journal-status = "35"
               open output override-journal-file
           end-if.
           if ws-override-journal-status not = "00"
               display "unable to write override journal -- status "
                   ws-override-journal-status
           else
               move override-journal-fields to override-journal-line
               write override-journal-line
               close override-journal-file
           end-if.

       release-run-lock.
           move spaces to ws-lock-cmd.
           string "rm -f " delimited by size
               move ws-detail-gen-name to rc-detail-name
               move ws-exception-gen-name to rc-exception-name
               move ws-input-file-name to rc-input-file-name
               move space to rc-status
               write report-catalog-record
               close report-catalog-file
           end-if.
                               move ckpt-max-num to ws-max-num
                               move ckpt-valid-record-count
                                   to ws-valid-record-count
                               perform restore-source-subtotals
                           else
                               display "checkpoint found but belongs "
                                   "to a different input file -- "
           end-string.
           perform write-log-message.

       restore-source-subtotals.
           *> a checkpoint from before per-source counting carries
           *> no subtotals -- it can only have been a one-source run,
           *> so everything it had done belongs to the first source
           if ckpt-source-count not numeric or ckpt-source-count = 0
               move ckpt-last-rec-no to src-record-count(1)
               move ckpt-exception-count to src-exception-count(1)
               move ckpt-valid-record-count to src-valid-count(1)
               move ckpt-star1-sum to src-star1-sum(1)
               move ckpt-calced-sum to src-star2-sum(1)
               exit paragraph
           end-if.
           move 1 to k.
           perform until k > ckpt-source-count or k > 20
               move ckpt-src-record-count(k) to src-record-count(k)
               move ckpt-src-exception-count(k)
                   to src-exception-count(k)
               move ckpt-src-valid-count(k) to src-valid-count(k)
               move ckpt-src-star1-sum(k) to src-star1-sum(k)
               move ckpt-src-star2-sum(k) to src-star2-sum(k)
               add 1 to k
           end-perform.

       write-checkpoint.
           open output checkpoint-file.
           move ws-valid-record-count to ckpt-valid-record-count.
           move ws-run-id to ckpt-run-id.
           move ws-input-file-name to ckpt-input-file-name.
           move source-count to ckpt-source-count.
           move 1 to k.
           perform until k > 20
               move src-record-count(k) to ckpt-src-record-count(k)
               move src-exception-count(k)
                   to ckpt-src-exception-count(k)
               move src-valid-count(k) to ckpt-src-valid-count(k)
               move src-star1-sum(k) to ckpt-src-star1-sum(k)
               move src-star2-sum(k) to ckpt-src-star2-sum(k)
               add 1 to k
           end-perform.
           write checkpoint-record.
           close checkpoint-file.

           move 0 to ckpt-valid-record-count.
           move spaces to ckpt-run-id.
           move spaces to ckpt-input-file-name.
           move 0 to ckpt-source-count.
           move 1 to k.
           perform until k > 20
               move 0 to ckpt-src-record-count(k)
               move 0 to ckpt-src-exception-count(k)
               move 0 to ckpt-src-valid-count(k)
               move 0 to ckpt-src-star1-sum(k)
               move 0 to ckpt-src-star2-sum(k)
               add 1 to k
           end-perform.
           write checkpoint-record.
           close checkpoint-file.

       compute-line.
           add 1 to ws-record-count.
           add 1 to src-record-count(s).
           move 1 to i.
           move space to first-digit.
           move space to last-digit.
           move space to star1-last-digit.
           move 0 to ws-first-digit-pos.
           move 0 to ws-last-digit-pos.
           move space to ws-first-digit-source.
           move space to ws-last-digit-source.
           move 'N' to ws-word-overlap.

           perform find-first-digit.
           perform find-last-digit.
           perform find-first-literal.
           perform find-last-literal.
           perform check-word-overlap.

           if star1-first-digit not = space
               string star1-first-digit star1-last-digit
                   delimited by space into num-star1
               end-string
               compute calced-sum-star1 = calced-sum-star1 + num-star1
               add num-star1 to src-star1-sum(s)
           end-if.

           if first-digit = space
               end-string

               compute calced-sum = calced-sum + num
               add num to src-star2-sum(s)

               add 1 to ws-valid-record-count
               add 1 to src-valid-count(s)
               if num < ws-min-num
                   move num to ws-min-num
               end-if

       write-exception-record.
           add 1 to ws-exception-count.
           add 1 to src-exception-count(s).
           move spaces to exception-line-fields.
           move ws-record-count to el-rec-no.
           move puzzle-input-record to el-raw-text.
           write exception-line.
           move ws-record-count to xd-rec-no.
           move puzzle-input-record to xd-raw-text.
           move ws-run-id to xd-run-id.
           move src-id(s) to xd-source-id.
           move ws-source-rec-no to xd-source-rec-no.
           move src-file-name(s) to xd-source-file.
           write exception-data-record.
           move ws-record-count to rr-rec-no.
           move space to rr-first-digit.
           move zero to rr-first-pos.
           move zero to rr-last-pos.
           move 'Y' to rr-exception-flag.
           move space to rr-star1-first-digit.
           move space to rr-star1-last-digit.
           move zero to rr-star1-num.
           move space to rr-first-source.
           move space to rr-last-source.
           move 'N' to rr-overlap-flag.
           move src-id(s) to rr-source-id.
           move ws-source-rec-no to rr-source-rec-no.
           perform write-result-record.

       write-detail-line.
           move ws-first-digit-pos to rr-first-pos.
           move ws-last-digit-pos to rr-last-pos.
           move 'N' to rr-exception-flag.
           move star1-first-digit to rr-star1-first-digit.
           move star1-last-digit to rr-star1-last-digit.
           if star1-first-digit = space
               move zero to rr-star1-num
           else
               move num-star1 to rr-star1-num
           end-if.
           move ws-first-digit-source to rr-first-source.
           move ws-last-digit-source to rr-last-source.
           move ws-word-overlap to rr-overlap-flag.
           move src-id(s) to rr-source-id.
           move ws-source-rec-no to rr-source-rec-no.
           perform write-result-record.

       write-audit-record.
           else
               move num to at-num
           end-if.
           move src-id(s) to at-source-id.
           move ws-source-rec-no to at-source-rec-no.
           move audit-trail-fields to audit-trail-line.
           write audit-trail-line.

               else if puzzle-input-record(i:1) numeric
                   move puzzle-input-record(i:1) to first-digit
                   move i to ws-first-digit-pos
                   move 'L' to ws-first-digit-source
                   move 'N' to keep-going
               else
                   perform match-digit-word
                   if ws-word-matched = 'Y'
                       move ws-word-digit to first-digit
                       move i to ws-first-digit-pos
                       move 'W' to ws-first-digit-source
                       move ws-word-len to ws-first-word-len
                       move 'N' to keep-going
                   end-if
               end-if
               else if puzzle-input-record(i:1) numeric
                   move puzzle-input-record(i:1) to last-digit
                   move i to ws-last-digit-pos
                   move 'L' to ws-last-digit-source
                   move 'N' to keep-going
               else
                   perform match-digit-word
                   if ws-word-matched = 'Y'
                       move ws-word-digit to last-digit
                       move i to ws-last-digit-pos
                       move 'W' to ws-last-digit-source
                       move ws-word-len to ws-last-word-len
                       move 'N' to keep-going
                   end-if
               end-if
               add -1 to i
           end-perform.

       check-word-overlap.
           *> a spelled-out first digit overlaps when another digit
           *> word starts inside it ("oneight" read from the left); a
           *> spelled-out last digit overlaps when another digit word
           *> that started before it runs into it ("eightwo" read
           *> from the right) -- the lines where a naive substitute-
           *> the-words pass and this scan part company
           if ws-first-digit-source = 'W'
               compute i = ws-first-digit-pos + 1
               perform until ws-word-overlap = 'Y' or
                       i > ws-first-digit-pos + ws-first-word-len - 1
                   perform match-digit-word
                   if ws-word-matched = 'Y'
                       move 'Y' to ws-word-overlap
                   end-if
                   add 1 to i
               end-perform
           end-if.
           if ws-last-digit-source = 'W' and ws-word-overlap = 'N'
               if ws-last-digit-pos > 5
                   compute i = ws-last-digit-pos - 4
               else
                   move 1 to i
               end-if
               perform until ws-word-overlap = 'Y' or
                       i >= ws-last-digit-pos
                   perform match-digit-word
                   if ws-word-matched = 'Y' and
                           i + ws-word-len - 1 >= ws-last-digit-pos
                       move 'Y' to ws-word-overlap
                   end-if
                   add 1 to i
               end-perform
           end-if.

       match-digit-word.
           *> does a spelled-out digit word (one-nine) start at
           *> puzzle-input-record position i?  scanning is done one
                   if puzzle-input-record(i:digit-word-len(j)) =
                           digit-word-text(j)(1:digit-word-len(j))
                       move digit-word-value(j) to ws-word-digit
                       move digit-word-len(j) to ws-word-len
                       move 'Y' to ws-word-matched
                   end-if
               end-if
