       *> run back-out: reverses a posted day1 run everywhere the run
       *> left a footprint, for the night a feed turns out to have
       *> been wrong after it posted.  given the run id, the history
       *> record is marked reversed (kept, never deleted -- day1-trend
       *> and day1-period-close pass it by from then on), the run's
       *> fingerprint is taken off the feed register so a corrected
       *> feed under the same name is accepted rather than refused as
       *> a duplicate, the run's report generations are marked
       *> reversed on the report catalog, every item the run left
       *> open on the open-exception master is closed as reversed
       *> ('R') so it no longer ages as though still owed, and a REV
       *> line naming the run goes on the audit trail.  a back-out
       *> report
       *> (day1-backout.rpt) lists every file changed with its control
       *> totals before and after, so the reversal can be proved the
       *> same way the run was.
       *>
       *> nothing is changed until every file has been read and the
       *> run found on the history: a run not on the history, or one
       *> already reversed, is refused.  a run dated inside a period
       *> day1-period-close has already closed is still reversed, but
       *> with a W on the log -- the statement for that period stands
       *> as printed.  an open item is the run's when the run was
       *> the last to post it -- one an earlier run raised and this
       *> run saw again is closed with the rest, and reopened by the
       *> corrected rerun if that rejects the record too.  the
       *> line-results file and the posted summary are the latest
       *> run's working files and are not touched; the corrected
       *> rerun replaces them.
       *>
       *> reversing a run is a supervised act: DAY1_OPERATOR_ID must
       *> name an operator the authorised-operators file clears for
       *> BACKOUT, and DAY1_OVERRIDE_REASON must say why -- asked for
       *> or refused, it goes on the override journal.  the back-out
       *> takes the day1 run lock while it rewrites, and honours
       *> DAY1_CLEAR_LOCK the way day1 does.
       *>
       *> DAY1_RUN_ID names the run to reverse.  DAY1_HISTORY_FILE,
       *> DAY1_FEED_REGISTER, DAY1_REPORT_CATALOG, DAY1_AUDIT_TRAIL,
       *> DAY1_LOCK_FILE, DAY1_PERIOD_CONTROL, DAY1_OPERATORS_FILE,
       *> DAY1_OVERRIDE_JOURNAL and DAY1_MESSAGE_LOG override the stock
       *> file names the same way they do for day1, and
       *> DAY1_OPEN_ITEMS the open-exception master's the way it
       *> does for day1-openitems.
       identification  division.
       program-id. day1-backout.

       environment division.
           input-output section.
               file-control.
               select history-file
               assign to dynamic ws-history-file-name
               organization is line sequential
               file status is ws-history-status.

               select feed-register-file
               assign to dynamic ws-register-file-name
               organization is line sequential
               file status is ws-register-status.

               select report-catalog-file
               assign to dynamic ws-catalog-file-name
               organization is line sequential
               file status is ws-catalog-status.

               select audit-trail-file
               assign to dynamic ws-audit-file-name
               organization is line sequential
               file status is ws-audit-status.

               *> layout and key match the open-items master
               *> day1-openitems posts -- read end to end, and the
               *> run's items rewritten as they are met
               select open-items-file
               assign to dynamic ws-open-items-name
               organization is indexed
               access mode is dynamic
               record key is oi-key
               file status is ws-open-items-status.

               *> the run lock day1 ties to its output file set --
               *> taken here because the back-out rewrites the same
               *> history, register and catalog a live day1 appends to
               select lock-file
               assign to dynamic ws-lock-file-name
               organization is line sequential
               file status is ws-lock-status.

               select period-control-file
               assign to dynamic ws-period-control-name
               organization is line sequential
               file status is ws-period-control-status.

               *> the operators cleared to reverse a run (and to use
               *> DAY1_CLEAR_LOCK), and the journal every such request
               *> is written to
               select operators-file
               assign to dynamic ws-operators-file-name
               organization is line sequential
               file status is ws-operators-status.

               select override-journal-file
               assign to dynamic ws-override-journal-name
               organization is line sequential
               file status is ws-override-journal-status.

               select backout-report assign to "day1-backout.rpt"
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
               01 history-record.
                   05 hr-run-date pic 9(8).
                   05 hr-run-time pic 9(8).
                   05 hr-calced-sum pic 9(9).
                   05 hr-star1-sum pic 9(9).
                   05 hr-record-count pic 9(7).
                   05 hr-exception-count pic 9(7).
                   05 hr-min-num pic 9(2).
                   05 hr-max-num pic 9(2).
                   05 hr-average-num pic 9(3)v9(2).
                   05 hr-restart-flag pic x(1).
                   05 hr-input-file-name pic x(80).
                   05 hr-reversed-flag pic x(1).
                   05 hr-run-id pic x(16).

               *> layout matches the feed-register-record day1 writes
               fd feed-register-file.
               01 feed-register-record.
                   05 fr-input-file-name pic x(80).
                   05 fr-record-count pic 9(7).
                   05 fr-content-total pic 9(9).
                   05 fr-run-id pic x(16).

               *> layout matches the report-catalog-record day1 writes
               fd report-catalog-file.
               01 report-catalog-record.
                   05 rc-run-date pic 9(8).
                   05 rc-run-id pic x(16).
                   05 rc-detail-name pic x(40).
                   05 rc-exception-name pic x(40).
                   05 rc-input-file-name pic x(80).
                   05 rc-status pic x(1).

               fd audit-trail-file.
               01 audit-trail-line pic x(80).

               fd open-items-file.
                   copy openitems.

               *> layout matches the lock-record day1 writes
               fd lock-file.
               01 lock-record.
                   05 lk-run-id pic x(16).
                   05 filler pic x(1).
                   05 lk-program pic x(12).
                   05 filler pic x(1).
                   05 lk-date pic 9(8).
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

               fd backout-report.
               01 backout-line pic x(100).

               fd message-log-file.
               01 message-log-line pic x(110).

           working-storage section.
               01 ws-history-status pic x(2).
               01 ws-register-status pic x(2).
               01 ws-catalog-status pic x(2).
               01 ws-audit-status pic x(2).
               01 ws-eof pic x(1) value 'N'.
               01 ws-env-name pic x(32).
               01 ws-env-value pic x(80).
               01 ws-history-file-name pic x(80)
                   value "day1-history.dat".
               01 ws-register-file-name pic x(80)
                   value "day1-register.dat".
               01 ws-catalog-file-name pic x(80)
                   value "day1-report-catalog.dat".
               01 ws-audit-file-name pic x(80)
                   value "day1-audit.trl".
               01 ws-message-log-name pic x(80)
                   value "day1-messages.log".
               01 ws-message-log-status pic x(2).

               copy msglog.

               *> the run being reversed, and the back-out's own
               *> stamp -- date plus time, the way day1 stamps a run
               01 ws-run-id pic x(16).
               01 ws-today pic 9(8).
               01 ws-now-time pic 9(8).
               01 ws-backout-id pic x(16).
               01 ws-refused pic x(1) value 'N'.
               01 ws-refusal pic x(60).

               *> the run history, table-loaded whole so the reversed
               *> mark can be set and the file rewritten around it
               01 history-count pic 9(4) value zero.
               01 history-table.
                   05 history-entry occurs 5000 times.
                       10 ht-record pic x(155).
               01 h pic 9(4) value 1.
               01 ws-history-hit pic 9(4) value zero.
               01 ws-already-reversed pic x(1) value 'N'.
               01 ws-history-match pic x(1).

               *> the reversed run's own figures, off its history
               *> record
               01 ws-run-input-file pic x(80).
               01 ws-run-star2-sum pic 9(9).
               01 ws-run-star1-sum pic 9(9).
               01 ws-run-record-count pic 9(7).
               01 ws-run-exception-count pic 9(7).
               01 ws-run-period pic 9(6).

               *> the feed register and the report catalog, loaded
               *> the same way
               01 register-count pic 9(3) value zero.
               01 register-table.
                   05 register-entry occurs 200 times.
                       10 rg-record pic x(112).
                       10 rg-removed pic x(1).
               01 g pic 9(3) value 1.

               01 catalog-count pic 9(4) value zero.
               01 catalog-table.
                   05 catalog-entry occurs 2000 times.
                       10 cg-record pic x(185).
               01 c pic 9(4) value 1.

               *> control totals, before and after, for the report
               01 ws-history-before pic 9(7) value zero.
               01 ws-standing-before pic 9(7) value zero.
               01 ws-standing-after pic 9(7) value zero.
               01 ws-star2-before pic 9(11) value zero.
               01 ws-star2-after pic 9(11) value zero.
               01 ws-star1-before pic 9(11) value zero.
               01 ws-star1-after pic 9(11) value zero.
               01 ws-register-before pic 9(7) value zero.
               01 ws-register-after pic 9(7) value zero.
               01 ws-content-before pic 9(11) value zero.
               01 ws-content-after pic 9(11) value zero.
               01 ws-run-fingerprints pic 9(7) value zero.
               01 ws-catalog-before pic 9(7) value zero.
               01 ws-marked-before pic 9(7) value zero.
               01 ws-marked-after pic 9(7) value zero.
               01 ws-run-generations pic 9(7) value zero.
               01 ws-trail-before pic 9(7) value zero.
               01 ws-trail-after pic 9(7) value zero.
               01 ws-rev-before pic 9(7) value zero.
               01 ws-rev-after pic 9(7) value zero.
               01 ws-run-on-trail pic x(1) value 'N'.

               *> the open-exception master -- open items before and
               *> after, and those closed as reversed
               01 ws-open-items-name pic x(80)
                   value "day1-openitems.idx".
               01 ws-open-items-status pic x(2).
               01 ws-have-open-items pic x(1) value 'N'.
               01 ws-items-on-master pic 9(7) value zero.
               01 ws-open-before pic 9(7) value zero.
               01 ws-open-after pic 9(7) value zero.
               01 ws-items-reversed-before pic 9(7) value zero.
               01 ws-items-reversed-after pic 9(7) value zero.
               01 ws-run-open-items pic 9(7) value zero.
               01 ws-items-closed pic 9(7) value zero.

               *> the reversal marker day1-backout leaves on the audit
               *> trail -- "REV " and the reversed run's id in the
               *> columns HDR and END lines keep theirs, so the trail's
               *> readers can place it with the run it undoes
               01 audit-reversal-fields.
                   05 filler pic x(4) value "REV ".
                   05 ar-run-id pic x(16).
                   05 filler pic x(1) value space.
                   05 ar-backout-id pic x(16).
                   05 filler pic x(1) value space.
                   05 ar-operator pic x(8).
                   05 filler pic x(1) value space.
                   05 ar-calced-sum pic 9(9).
                   05 filler pic x(1) value space.
                   05 ar-record-count pic 9(7).

               *> run-lock control, shared with day1
               01 ws-lock-status pic x(2).
               01 ws-lock-file-name pic x(80) value "day1.lck".
               01 ws-lock-refused pic x(1) value 'N'.
               01 ws-shell-cmd pic x(100).

               *> closed periods, so a reversal reaching back into
               *> one is called out
               01 ws-period-control-status pic x(2).
               01 ws-period-control-name pic x(80)
                   value "day1-period-control.dat".
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
               01 ws-may-backout pic x(1) value 'N'.
               01 ws-may-clear-lock pic x(1) value 'N'.
               01 ws-override-granted pic x(1) value 'N'.
               01 ws-override-refusal pic x(30).
               01 ws-backout-operator pic x(8).

               copy overjnl.

               01 report-header-fields.
                   05 filler pic x(16) value "run back-out of ".
                   05 rh-run-id pic x(16).
                   05 filler pic x(4) value " -- ".
                   05 rh-date pic 9(8).
                   05 filler pic x(1) value space.
                   05 rh-time pic 9(8).
                   05 filler pic x(4) value " by ".
                   05 rh-operator pic x(8).

               01 report-run-fields.
                   05 ru-literal pic x(30).
                   05 ru-text pic x(70).

               01 section-banner-fields.
                   05 filler pic x(4) value "*** ".
                   05 sb-label pic x(18).
                   05 filler pic x(4) value " -- ".
                   05 sb-file-name pic x(74).

               *> field widths here match control-line-fields
               *> position-for-position so the column headings line
               *> up with the data they head
               01 control-header.
                   05 filler pic x(32) value space.
                   05 filler pic x(11) value "     before".
                   05 filler pic x(2) value space.
                   05 filler pic x(11) value "      after".

               01 control-line-fields.
                   05 filler pic x(2) value space.
                   05 cl-literal pic x(30).
                   05 cl-before pic z(10)9.
                   05 filler pic x(2) value space.
                   05 cl-after pic z(10)9.

               01 report-amount-fields.
                   05 ra-literal pic x(30).
                   05 ra-amount pic z(8)9.

       procedure division.
       main.
           accept ws-today from date yyyymmdd.
           accept ws-now-time from time.
           string ws-today delimited by size
               ws-now-time delimited by size
               into ws-backout-id
           end-string.
           perform read-file-names.
           if ws-run-id = spaces
               display "no run to reverse -- set DAY1_RUN_ID to the "
                   "run id to back out"
               move 'E' to ml-severity
               move "back-out refused -- no DAY1_RUN_ID given"
                   to ml-text
               perform write-log-message
               move 8 to return-code
               stop run
           end-if.

           perform acquire-run-lock.
           if ws-lock-refused = 'Y'
               move 8 to return-code
               stop run
           end-if.

           move "BACKOUT" to oj-type.
           perform authorise-override.
           if ws-override-granted = 'N'
               display "run " ws-run-id " not reversed"
               perform release-run-lock
               move 8 to return-code
               stop run
           end-if.
           move oj-operator to ws-backout-operator.

           perform load-history.
           if ws-refused = 'N'
               perform load-feed-register
           end-if.
           if ws-refused = 'N'
               perform load-report-catalog
           end-if.
           if ws-refused = 'N'
               perform count-trail-lines
           end-if.
           if ws-refused = 'N'
               perform count-open-items
           end-if.
           if ws-refused = 'Y'
               display ws-refusal
               display "run " ws-run-id " not reversed -- nothing "
                   "has been changed"
               move 'E' to ml-severity
               move ws-refusal to ml-text
               perform write-log-message
               perform release-run-lock
               move 8 to return-code
               stop run
           end-if.

           perform check-closed-period.

           perform mark-history-reversed.
           perform remove-register-entry.
           perform mark-catalog-generations.
           perform mark-open-items-reversed.
           perform write-reversal-marker.
           perform write-backout-report.

           display "run " ws-run-id " reversed".
           display "history record ............ marked reversed".
           display "fingerprints removed ...... " ws-run-fingerprints.
           display "generations marked ........ " ws-run-generations.
           display "open items reversed ....... " ws-items-closed.
           display "reversal marker ........... on the audit trail".
           move 'I' to ml-severity.
           move spaces to ml-text.
           string "run reversed by " delimited by size
               ws-backout-operator delimited by space
               " -- star 2 sum " delimited by size
               ws-run-star2-sum delimited by size
               " withdrawn" delimited by size
               into ml-text
           end-string.
           perform write-log-message.
           perform release-run-lock.
           stop run.

       read-file-names.
           move "DAY1_RUN_ID" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           move ws-env-value to ws-run-id.
           move "DAY1_HISTORY_FILE" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-history-file-name
           end-if.
           move "DAY1_FEED_REGISTER" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-register-file-name
           end-if.
           move "DAY1_REPORT_CATALOG" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-catalog-file-name
           end-if.
           move "DAY1_AUDIT_TRAIL" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-audit-file-name
           end-if.
           move "DAY1_LOCK_FILE" to ws-env-name.
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
           move "DAY1_OPEN_ITEMS" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-open-items-name
           end-if.
           move "DAY1_MESSAGE_LOG" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-message-log-name
           end-if.

       read-one-env-value.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.

       write-log-message.
           *> the caller sets ml-severity and ml-text; the stamp
           *> columns are filled here, with the reversed run's id in
           *> the run-id column so the reversal reads alongside the
           *> run's own lines.  opened and closed per message so the
           *> stream's steps can interleave their lines on the shared
           *> log safely
           open extend message-log-file.
           if ws-message-log-status = "35"
               open output message-log-file
           end-if.
           if ws-message-log-status not = "00"
               display "unable to write run-message log -- status "
                   ws-message-log-status
           else
               move "day1-backout" to ml-program
               accept ml-date from date yyyymmdd
               accept ml-time from time
               move ws-run-id to ml-run-id
               move message-log-fields to message-log-line
               write message-log-line
               close message-log-file
           end-if.

       acquire-run-lock.
           open input lock-file.
           if ws-lock-status = "00"
               read lock-file
                   at end continue
                   not at end perform handle-live-lock
               end-read
               close lock-file
           end-if.
           if ws-lock-refused = 'Y'
               exit paragraph
           end-if.
           open output lock-file.
           move ws-backout-id to lk-run-id.
           move "day1-backout" to lk-program.
           move ws-today to lk-date.
           move ws-now-time to lk-time.
           write lock-record.
           close lock-file.

       handle-live-lock.
           move "DAY1_CLEAR_LOCK" to ws-env-name.
           perform read-one-env-value.
           move 'N' to ws-override-granted.
           if ws-env-value(1:1) = 'Y'
               move "CLEAR-LOCK" to oj-type
               perform authorise-override
           end-if.
           if ws-override-granted = 'Y'
               display "stale lock from " lk-program " run "
                   lk-run-id " cleared on instruction of "
                   oj-operator
           else
               display "output set is locked by " lk-program
                   " run " lk-run-id " since " lk-date " " lk-time
               display "refusing to start -- set DAY1_CLEAR_LOCK=Y "
                   "if that run abended and the lock is stale"
               move 'Y' to ws-lock-refused
               move 'E' to ml-severity
               move spaces to ml-text
               string "back-out refused -- output set locked by "
                   "run " delimited by size
                   lk-run-id delimited by size
                   into ml-text
               end-string
               perform write-log-message
           end-if.

       authorise-override.
           *> the caller sets oj-type.  honoured only for a named
           *> operator (DAY1_OPERATOR_ID) who has given a reason
           *> (DAY1_OVERRIDE_REASON) and whom the authorised-operators
           *> file clears for that type -- used or refused, it goes
           *> on the override journal against the run being reversed
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
                           move op-may-backout to ws-may-backout
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
               when "BACKOUT"
                   if ws-may-backout not = 'Y'
                       move "not cleared for BACKOUT"
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
           move "day1-backout" to oj-program.
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
           move spaces to ws-shell-cmd.
           string "rm -f " delimited by size
               ws-lock-file-name delimited by space
               into ws-shell-cmd
           end-string.
           call "SYSTEM" using ws-shell-cmd.

       load-history.
           *> the run is found by its stamp: a run's history record
           *> carries the date and time that make up its run id
           open input history-file.
           if ws-history-status not = "00"
               move 'Y' to ws-refused
               move spaces to ws-refusal
               string "back-out refused -- no run history, status "
                   delimited by size
                   ws-history-status delimited by size
                   into ws-refusal
               end-string
               exit paragraph
           end-if.
           perform until ws-eof = 'Y'
               read history-file
                   at end move 'Y' to ws-eof
                   not at end perform store-history-record
               end-read
           end-perform.
           close history-file.
           move 'N' to ws-eof.

           if ws-refused = 'Y'
               exit paragraph
           end-if.
           if ws-history-hit = zero
               move 'Y' to ws-refused
               if ws-already-reversed = 'Y'
                   move "back-out refused -- run already reversed"
                       to ws-refusal
               else
                   move "back-out refused -- run not on the history"
                       to ws-refusal
               end-if
           end-if.

       store-history-record.
           if history-count >= 5000
               move 'Y' to ws-refused
               move "back-out refused -- history over 5000 records"
                   to ws-refusal
               move 'Y' to ws-eof
               exit paragraph
           end-if.
           add 1 to history-count.
           move history-record to ht-record(history-count).
           add 1 to ws-history-before.
           if hr-reversed-flag not = 'Y'
               add 1 to ws-standing-before
               add hr-calced-sum to ws-star2-before
               add hr-star1-sum to ws-star1-before
           end-if.
           *> the run id day1 stamps on the record is the one to
           *> match -- a restarted run's date and time are the
           *> restart's.  records from before the id was carried
           *> only have the date and time to go on
           move 'N' to ws-history-match.
           if hr-run-id not = spaces
               if hr-run-id = ws-run-id
                   move 'Y' to ws-history-match
               end-if
           else
               if hr-run-date = ws-run-id(1:8) and
                       hr-run-time = ws-run-id(9:8)
                   move 'Y' to ws-history-match
               end-if
           end-if.
           if ws-history-match = 'Y'
               if hr-reversed-flag = 'Y'
                   move 'Y' to ws-already-reversed
               else
                   if ws-history-hit = zero
                       move history-count to ws-history-hit
                       move hr-input-file-name to ws-run-input-file
                       move hr-calced-sum to ws-run-star2-sum
                       move hr-star1-sum to ws-run-star1-sum
                       move hr-record-count to ws-run-record-count
                       move hr-exception-count
                           to ws-run-exception-count
                       compute ws-run-period = hr-run-date / 100
                   end-if
               end-if
           end-if.

       load-feed-register.
           *> a missing register just means nothing to remove
           open input feed-register-file.
           if ws-register-status not = "00"
               exit paragraph
           end-if.
           perform until ws-eof = 'Y'
               read feed-register-file
                   at end move 'Y' to ws-eof
                   not at end perform store-register-entry
               end-read
           end-perform.
           close feed-register-file.
           move 'N' to ws-eof.

       store-register-entry.
           if register-count >= 200
               move 'Y' to ws-refused
               move "back-out refused -- register over 200 entries"
                   to ws-refusal
               move 'Y' to ws-eof
               exit paragraph
           end-if.
           add 1 to register-count.
           move feed-register-record to rg-record(register-count).
           move 'N' to rg-removed(register-count).
           add 1 to ws-register-before.
           add fr-content-total to ws-content-before.
           if fr-run-id = ws-run-id
               move 'Y' to rg-removed(register-count)
               add 1 to ws-run-fingerprints
           end-if.

       load-report-catalog.
           open input report-catalog-file.
           if ws-catalog-status not = "00"
               exit paragraph
           end-if.
           perform until ws-eof = 'Y'
               read report-catalog-file
                   at end move 'Y' to ws-eof
                   not at end perform store-catalog-entry
               end-read
           end-perform.
           close report-catalog-file.
           move 'N' to ws-eof.

       store-catalog-entry.
           if catalog-count >= 2000
               move 'Y' to ws-refused
               move "back-out refused -- catalog over 2000 entries"
                   to ws-refusal
               move 'Y' to ws-eof
               exit paragraph
           end-if.
           add 1 to catalog-count.
           add 1 to ws-catalog-before.
           if rc-status = 'R'
               add 1 to ws-marked-before
           else
               if rc-run-id = ws-run-id
                   move 'R' to rc-status
                   add 1 to ws-run-generations
               end-if
           end-if.
           move report-catalog-record to cg-record(catalog-count).

       count-trail-lines.
           *> the trail is only appended to, so counting it is all
           *> the before picture needs -- plus whether the run is
           *> still on it or has already been cut to an archive
           open input audit-trail-file.
           if ws-audit-status not = "00"
               exit paragraph
           end-if.
           perform until ws-eof = 'Y'
               read audit-trail-file
                   at end move 'Y' to ws-eof
                   not at end
                       add 1 to ws-trail-before
                       if audit-trail-line(1:4) = "REV "
                           add 1 to ws-rev-before
                       end-if
                       if audit-trail-line(1:4) = "HDR " and
                               audit-trail-line(5:16) = ws-run-id
                           move 'Y' to ws-run-on-trail
                       end-if
               end-read
           end-perform.
           close audit-trail-file.
           move 'N' to ws-eof.

       count-open-items.
           *> a missing master just means no open items to close
           open input open-items-file.
           if ws-open-items-status not = "00"
               exit paragraph
           end-if.
           move 'Y' to ws-have-open-items.
           perform until ws-eof = 'Y'
               read open-items-file next record
                   at end move 'Y' to ws-eof
                   not at end
                       add 1 to ws-items-on-master
                       if oi-status = 'R'
                           add 1 to ws-items-reversed-before
                       end-if
                       if oi-status = 'O'
                           add 1 to ws-open-before
                           if oi-last-run-id = ws-run-id
                               add 1 to ws-run-open-items
                           end-if
                       end-if
               end-read
           end-perform.
           close open-items-file.
           move 'N' to ws-eof.

       check-closed-period.
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
               display "run is dated inside closed period "
                   ws-run-period " -- that period's statement stands"
               move 'W' to ml-severity
               move spaces to ml-text
               string "reversed run is in closed period "
                   delimited by size
                   ws-run-period delimited by size
                   " -- statement stands" delimited by size
                   into ml-text
               end-string
               perform write-log-message
           end-if.

       mark-history-reversed.
           move ht-record(ws-history-hit) to history-record.
           move 'Y' to hr-reversed-flag.
           move history-record to ht-record(ws-history-hit).
           open output history-file.
           move 1 to h.
           perform until h > history-count
               move ht-record(h) to history-record
               write history-record
               add 1 to h
           end-perform.
           close history-file.
           compute ws-standing-after = ws-standing-before - 1.
           compute ws-star2-after =
               ws-star2-before - ws-run-star2-sum.
           compute ws-star1-after =
               ws-star1-before - ws-run-star1-sum.

       remove-register-entry.
           *> the register holds one entry per input file name, the
           *> latest run's -- when a later run has since replaced
           *> this run's entry there is nothing of this run's left
           *> to remove, and the register is left as it is
           move ws-register-before to ws-register-after.
           move ws-content-before to ws-content-after.
           if ws-run-fingerprints = zero
               exit paragraph
           end-if.
           open output feed-register-file.
           move 1 to g.
           perform until g > register-count
               move rg-record(g) to feed-register-record
               if rg-removed(g) = 'Y'
                   subtract 1 from ws-register-after
                   subtract fr-content-total from ws-content-after
               else
                   write feed-register-record
               end-if
               add 1 to g
           end-perform.
           close feed-register-file.

       mark-catalog-generations.
           compute ws-marked-after =
               ws-marked-before + ws-run-generations.
           if ws-run-generations = zero
               exit paragraph
           end-if.
           open output report-catalog-file.
           move 1 to c.
           perform until c > catalog-count
               move cg-record(c) to report-catalog-record
               write report-catalog-record
               add 1 to c
           end-perform.
           close report-catalog-file.

       mark-open-items-reversed.
           *> each item still open under the run's id is closed as
           *> reversed -- the run that raised it no longer stands
           move ws-open-before to ws-open-after.
           move ws-items-reversed-before to ws-items-reversed-after.
           if ws-run-open-items = zero
               exit paragraph
           end-if.
           open i-o open-items-file.
           if ws-open-items-status not = "00"
               display "unable to reopen open-items master -- status "
                   ws-open-items-status
               move 'E' to ml-severity
               move spaces to ml-text
               string "open items not reversed -- master status "
                   delimited by size
                   ws-open-items-status delimited by size
                   into ml-text
               end-string
               perform write-log-message
               move 8 to return-code
               exit paragraph
           end-if.
           perform until ws-eof = 'Y'
               read open-items-file next record
                   at end move 'Y' to ws-eof
                   not at end perform reverse-one-open-item
               end-read
           end-perform.
           close open-items-file.
           move 'N' to ws-eof.
           compute ws-open-after = ws-open-before - ws-items-closed.
           compute ws-items-reversed-after =
               ws-items-reversed-before + ws-items-closed.
           if ws-items-closed not = ws-run-open-items
               move 'E' to ml-severity
               move spaces to ml-text
               string "open items reversed " delimited by size
                   ws-items-closed delimited by size
                   " of " delimited by size
                   ws-run-open-items delimited by size
                   into ml-text
               end-string
               perform write-log-message
               move 8 to return-code
           end-if.

       reverse-one-open-item.
           if oi-status not = 'O' or oi-last-run-id not = ws-run-id
               exit paragraph
           end-if.
           move 'R' to oi-status.
           move ws-today to oi-closed-date.
           rewrite open-item-record
               invalid key
                   display "open item " oi-rec-no
                       " could not be reversed -- status "
                       ws-open-items-status
               not invalid key
                   add 1 to ws-items-closed
           end-rewrite.

       write-reversal-marker.
           move ws-run-id to ar-run-id.
           move ws-backout-id to ar-backout-id.
           move ws-backout-operator to ar-operator.
           move ws-run-star2-sum to ar-calced-sum.
           move ws-run-record-count to ar-record-count.
           open extend audit-trail-file.
           if ws-audit-status = "35"
               open output audit-trail-file
           end-if.
           if ws-audit-status not = "00"
               display "unable to write reversal marker to audit "
                   "trail -- status " ws-audit-status
               move 'E' to ml-severity
               move spaces to ml-text
               string "reversal marker not written -- trail status "
                   delimited by size
                   ws-audit-status delimited by size
                   into ml-text
               end-string
               perform write-log-message
               move 8 to return-code
               move ws-trail-before to ws-trail-after
               move ws-rev-before to ws-rev-after
               exit paragraph
           end-if.
           move audit-reversal-fields to audit-trail-line.
           write audit-trail-line.
           close audit-trail-file.
           compute ws-trail-after = ws-trail-before + 1.
           compute ws-rev-after = ws-rev-before + 1.

       write-backout-report.
           open output backout-report.
           move ws-run-id to rh-run-id.
           move ws-today to rh-date.
           move ws-now-time to rh-time.
           move ws-backout-operator to rh-operator.
           move report-header-fields to backout-line.
           write backout-line.
           move spaces to report-run-fields.
           move "reason given ................" to ru-literal.
           move oj-reason to ru-text.
           move report-run-fields to backout-line.
           write backout-line.
           move "input file of the run ......." to ru-literal.
           move ws-run-input-file to ru-text.
           move report-run-fields to backout-line.
           write backout-line.
           move spaces to report-amount-fields.
           move "star 2 sum withdrawn ........" to ra-literal.
           move ws-run-star2-sum to ra-amount.
           perform write-amount-line.
           move "star 1 sum withdrawn ........" to ra-literal.
           move ws-run-star1-sum to ra-amount.
           perform write-amount-line.
           move "records in the run .........." to ra-literal.
           move ws-run-record-count to ra-amount.
           perform write-amount-line.
           move "records rejected ............" to ra-literal.
           move ws-run-exception-count to ra-amount.
           perform write-amount-line.
           if ws-period-closed = 'Y'
               move spaces to backout-line
               string "run is dated inside closed period "
                   delimited by size
                   ws-run-period delimited by size
                   " -- that period's statement stands"
                   delimited by size
                   into backout-line
               end-string
               write backout-line
           end-if.

           move "run history" to sb-label.
           move ws-history-file-name to sb-file-name.
           perform write-section-banner.
           move "records on file ............" to cl-literal.
           move ws-history-before to cl-before.
           move ws-history-before to cl-after.
           perform write-control-line.
           move "runs standing .............." to cl-literal.
           move ws-standing-before to cl-before.
           move ws-standing-after to cl-after.
           perform write-control-line.
           move "star 2 sum of runs standing " to cl-literal.
           move ws-star2-before to cl-before.
           move ws-star2-after to cl-after.
           perform write-control-line.
           move "star 1 sum of runs standing " to cl-literal.
           move ws-star1-before to cl-before.
           move ws-star1-after to cl-after.
           perform write-control-line.

           move "feed register" to sb-label.
           move ws-register-file-name to sb-file-name.
           perform write-section-banner.
           move "fingerprints on register ..." to cl-literal.
           move ws-register-before to cl-before.
           move ws-register-after to cl-after.
           perform write-control-line.
           move "content total on register .." to cl-literal.
           move ws-content-before to cl-before.
           move ws-content-after to cl-after.
           perform write-control-line.
           if ws-run-fingerprints = zero
               move "  no fingerprint of this run on the register -- "
                   to backout-line
               write backout-line
               move "  a later run of the same file has replaced it"
                   to backout-line
               write backout-line
           end-if.

           move "report catalog" to sb-label.
           move ws-catalog-file-name to sb-file-name.
           perform write-section-banner.
           move "generations on catalog ....." to cl-literal.
           move ws-catalog-before to cl-before.
           move ws-catalog-before to cl-after.
           perform write-control-line.
           move "generations marked reversed " to cl-literal.
           move ws-marked-before to cl-before.
           move ws-marked-after to cl-after.
           perform write-control-line.

           move "open-items master" to sb-label.
           move ws-open-items-name to sb-file-name.
           perform write-section-banner.
           move "items on master ............" to cl-literal.
           move ws-items-on-master to cl-before.
           move ws-items-on-master to cl-after.
           perform write-control-line.
           move "items open ................." to cl-literal.
           move ws-open-before to cl-before.
           move ws-open-after to cl-after.
           perform write-control-line.
           move "items closed as reversed ..." to cl-literal.
           move ws-items-reversed-before to cl-before.
           move ws-items-reversed-after to cl-after.
           perform write-control-line.
           if ws-have-open-items = 'N'
               move "  no open-items master on hand -- nothing to close"
                   to backout-line
               write backout-line
           end-if.

           move "audit trail" to sb-label.
           move ws-audit-file-name to sb-file-name.
           perform write-section-banner.
           move "lines on trail ............." to cl-literal.
           move ws-trail-before to cl-before.
           move ws-trail-after to cl-after.
           perform write-control-line.
           move "reversal markers ..........." to cl-literal.
           move ws-rev-before to cl-before.
           move ws-rev-after to cl-after.
           perform write-control-line.
           if ws-run-on-trail = 'N'
               move "  run already archived -- the marker follows it "
                   to backout-line
               write backout-line
               move "  to its archive at the next day1-audit-archive"
                   to backout-line
               write backout-line
           end-if.
           close backout-report.

       write-amount-line.
           move report-amount-fields to backout-line.
           write backout-line.

       write-section-banner.
           move spaces to backout-line.
           write backout-line.
           move section-banner-fields to backout-line.
           write backout-line.
           move control-header to backout-line.
           write backout-line.

       write-control-line.
           move control-line-fields to backout-line.
           write backout-line.
