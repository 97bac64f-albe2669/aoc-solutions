       *> the corrected text.  exceptions with no correction on file
       *> are reported UNMATCHED; corrections whose text still has no
       *> digit are reported STILL-BAD and contribute nothing.
       *>
       *> every CORRECTED reject is closed on the open-exception
       *> master (DAY1_OPEN_ITEMS, stock "day1-openitems.idx") under
       *> the input file named by DAY1_INPUT_FILE, the way day1 names
       *> it (under the supplier file and its own record number for a
       *> multi-source run) -- so day1-openitems has to have posted the
       *> run's exceptions before the recycle runs.  with no master on
       *> hand the recycle still runs; nothing is closed.
       identification  division.
       program-id. day1-recycle.

               select recycle-report assign to "day1-recycle.rpt"
               organization is line sequential.

               *> layout and key match the open-items master
               *> day1-openitems posts
               select open-items-file
               assign to dynamic ws-open-items-name
               organization is indexed
               access mode is random
               record key is oi-key
               file status is ws-open-items-status.

               *> the run lock day1 ties to its output file set --
               *> honoured here because the recycle reads the same
               *> exception data and summary a live day1 instance
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

               *> the shared run-message log every program in the
               *> stream appends its operator messages to, so what the
               *> overnight run said survives past the console scroll
               01 exception-data-record.
                   05 xd-rec-no pic 9(7).
                   05 xd-raw-text pic x(80).
                   05 xd-run-id pic x(16).
                   05 xd-source-id pic x(8).
                   05 xd-source-rec-no pic 9(7).
                   05 xd-source-file pic x(80).

               fd corrections-file.
               01 correction-record.
               fd recycle-report.
               01 recycle-line pic x(100).

               fd open-items-file.
                   copy openitems.

               *> layout matches the lock-record day1 writes
               fd lock-file.
               01 lock-record.
                   05 filler pic x(1).
                   05 lk-time pic 9(8).

               fd operators-file.
                   copy operators.

               fd override-journal-file.
               01 override-journal-line pic x(136).

               fd message-log-file.
               01 message-log-line pic x(110).

               01 ws-lock-cmd pic x(100).
               01 ws-lock-stamp-date pic 9(8).
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

               01 keep-going pic x(1) value 'Y'.
               01 i pic 9(2) value 1.
               01 j pic 9(2) value 1.
               01 ws-adjusted-star1 pic 9(9) value zero.
               01 ws-have-summary pic x(1) value 'N'.

               *> open-exception master: the input file the rejects
               *> were raised against is half its key
               01 ws-input-file-name pic x(80) value "day1.dat".
               01 ws-open-items-name pic x(80)
                   value "day1-openitems.idx".
               01 ws-open-items-status pic x(2).
               01 ws-have-open-items pic x(1) value 'N'.
               01 ws-open-item-found pic x(1).
               01 ws-items-closed-count pic 9(7) value zero.
               01 ws-recycle-date pic 9(8).

               01 recycle-line-fields.
                   05 rl-rec-no pic z(6)9.
                   05 filler pic x(3) value space.
           end-if.
           perform load-corrections.
           perform read-original-summary.
           perform open-open-items.

           open output recycle-report.
           move recycle-header to recycle-line.

           perform write-reconciliation.
           close recycle-report.
           if ws-have-open-items = 'Y'
               close open-items-file
           end-if.

           display "exceptions read ............. " ws-exception-count.
           display "corrected and recycled ...... " ws-corrected-count.
           display "duplicate exception records . " ws-duplicate-count.
           display "star 2 adjustment total ..... " ws-adjustment-total.
           display "star 1 adjustment total ..... " ws-star1-adjustment.
           display "open items closed ........... "
               ws-items-closed-count.
           if ws-have-summary = 'Y'
               display "star 2 adjusted total ....... "
                   ws-adjusted-total
           if ws-env-value not = spaces
               move ws-env-value to ws-lock-file-name
           end-if.
           move "DAY1_INPUT_FILE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-input-file-name
           end-if.
           move "DAY1_OPEN_ITEMS" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-open-items-name
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
           move "day1-recycle" to oj-program.
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
                       if star1-first-digit not = space
                           add num-star1 to ws-star1-adjustment
                       end-if
                       perform close-open-item
                   end-if
               end-if
           end-if.
           move recycle-line-fields to recycle-line.
           write recycle-line.

       open-open-items.
           accept ws-recycle-date from date yyyymmdd.
           open i-o open-items-file.
           if ws-open-items-status = "00"
               move 'Y' to ws-have-open-items
           else
               display "no open-items master on hand -- status "
                   ws-open-items-status " -- nothing will be closed"
           end-if.

       close-open-item.
           *> an item already closed (or never posted) is left as it
           *> is -- only an open reject is closed by its repair
           if ws-have-open-items = 'N'
               exit paragraph
           end-if.
           *> a multi-source run stamps each reject with the supplier
           *> file it came from and its record number there -- the
           *> open item is carried against that, so it matches up
           *> whichever run or list the file turns up in next
           if xd-source-file not = spaces
               move xd-source-file to oi-input-file
           else
               move ws-input-file-name to oi-input-file
           end-if.
           if xd-source-rec-no is numeric and xd-source-rec-no > zero
               move xd-source-rec-no to oi-rec-no
           else
               move xd-rec-no to oi-rec-no
           end-if.
           read open-items-file
               invalid key move 'N' to ws-open-item-found
               not invalid key move 'Y' to ws-open-item-found
           end-read.
           if ws-open-item-found = 'N' or oi-status not = 'O'
               exit paragraph
           end-if.
           move 'C' to oi-status.
           move ws-recycle-date to oi-closed-date.
           rewrite open-item-record
               invalid key
                   display "open item " xd-rec-no
                       " could not be closed -- status "
                       ws-open-items-status
               not invalid key
                   add 1 to ws-items-closed-count
           end-rewrite.

       recompute-digits.
           move space to first-digit.
           move space to last-digit.
           move ws-adjusted-star1 to rt-amount.
           perform write-trailer-line.

           move "open items closed ......." to rt-literal.
           move ws-items-closed-count to rt-amount.
           perform write-trailer-line.

       write-trailer-line.
           move recycle-trailer-fields to recycle-line.
           write recycle-line.
