       *> index file (day1-audit.idx) records every archive cut, and
       *> is what the purge walks -- without it the trail would just
       *> grow until nobody could answer "which run wrote this line".
       *> the REV line day1-backout writes when it reverses a run is
       *> cut out with that run, to the run's own dated archive.
       *>
       *> DAY1_AUDIT_RETENTION_DAYS in the environment overrides the
       *> stock 30-day retention.
               organization is line sequential
               file status is ws-lock-status.

               *> the operators cleared to use DAY1_CLEAR_LOCK, and
               *> the journal every override asked for is written to
               select operators-file
               assign to dynamic ws-operators-file-name
               organization is line sequential
               file status is ws-operators-status.

               select override-journal-file
               assign to dynamic ws-override-journal-name
               organization is line sequential
               file status is ws-override-journal-status.

       data division.
           file section.
               fd audit-trail-file.
                   05 filler pic x(1).
                   05 lk-time pic 9(8).

               fd operators-file.
                   copy operators.

               fd override-journal-file.
               01 override-journal-line pic x(136).

           working-storage section.
               01 ws-audit-status pic x(2).
               01 ws-archive-status pic x(2).
               01 r pic 9(3) value 1.
               01 ws-line-run-id pic x(16).
               01 ws-line-completed pic x(1).
               01 ws-run-noted pic x(1).

               *> lines that stay behind (incomplete runs, untagged
               *> legacy lines) are table-held while the trail is
               01 ws-lock-refused pic x(1) value 'N'.
               01 ws-lock-stamp-time pic 9(8).

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
               01 ws-may-clear-lock pic x(1) value 'N'.
               01 ws-override-granted pic x(1) value 'N'.
               01 ws-override-refusal pic x(30).

               copy overjnl.

       procedure division.
       main.
           accept ws-today from date yyyymmdd.
           if ws-env-value not = spaces
               move ws-env-value to ws-lock-file-name
           end-if.
           move "DAY1_OPERATORS_FILE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-operators-file-name
           end-if.
           move "DAY1_OVERRIDE_JOURNAL" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-override-journal-name
           end-if.

       acquire-run-lock.
           open input lock-file.
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
           else
               display "output set is locked by " lk-program
                   " run " lk-run-id " since " lk-date " " lk-time
               move 'Y' to ws-lock-refused
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
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           move ws-env-value to oj-operator.
           move "DAY1_OVERRIDE_REASON" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
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
           else
               move "REFUSED" to oj-outcome
               display oj-type " override refused -- "
                   ws-override-refusal
           end-if.
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
           move spaces to oj-run-id.
           move "day1-archive" to oj-program.
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
                   move 'N' to cr-ended(completed-count)
               end-if
           end-if.
           *> a reversal marker for a run no longer on the trail
           *> (archived before it was backed out) follows the run to
           *> its dated archive on its own
           if trail-in-line(1:4) = "REV "
               perform note-reversal-marker
           end-if.
           if trail-in-line(1:4) = "END "
               move 1 to r
               perform until r > completed-count
               end-perform
           end-if.

       note-reversal-marker.
           move 'N' to ws-run-noted.
           move 1 to r.
           perform until r > completed-count
               if cr-run-id(r) = trail-in-line(5:16)
                   move 'Y' to ws-run-noted
                   move completed-count to r
               end-if
               add 1 to r
           end-perform.
           if ws-run-noted = 'N' and completed-count < 200
               add 1 to completed-count
               move trail-in-line(5:16) to cr-run-id(completed-count)
               move 'Y' to cr-ended(completed-count)
           end-if.

       count-retained-lines.
           *> second pass: size the rewrite before anything is
           *> written anywhere, so a half-done archive can never
           *> with) is on the completed list; anything else -- an
           *> abended run's lines, untagged legacy lines -- stays
           if trail-in-line(1:4) = "HDR " or
                   trail-in-line(1:4) = "END " or
                   trail-in-line(1:4) = "REV "
               move trail-in-line(5:16) to ws-line-run-id
           else
               move trail-in-line(1:16) to ws-line-run-id
               move trail-in-line to rl-text(retained-count)
               if trail-in-line(1:4) not = "HDR " and
                       trail-in-line(1:4) not = "END " and
                       trail-in-line(1:4) not = "REV " and
                       ws-line-run-id(9:8) not numeric
                   add 1 to ws-untagged-count
               end-if
