       *> independent reconstruction of day2's posted sums from its
       *> audit trail: every trail entry's possible/impossible
       *> decision and power are re-derived from the colour maxima
       *> the trail recorded, star 1 (ids of the possible games) and
       *> star 2 (the powers) are totalled from them, and each entry
       *> is cross-checked against the original game list by
       *> re-running day2's own parse over the source record -- any
       *> trail line that disagrees with itself or with source is
       *> flagged on the reconciliation report, and both
       *> reconstructed totals are compared against the sums the run
       *> posted in its summary.  the same proof day1-verify gives
       *> for day one, so every day in the batch carries one.  a
       *> reconstruction that BREAKS ends with return code 8, so a
       *> job stream can hold whatever depends on the verify step.
       *>
       *> the trail carries one run per HDR/END pair, every detail
       *> line tagged with its run id -- verification covers a single
       *> run: the last one headed in the file, or the one named by
       *> DAY2_RUN_ID in the environment.
       *>
       *> DAY2_INPUT_FILE names the game list the run was written
       *> against, DAY2_AUDIT_TRAIL and DAY2_SUMMARY_FILE the trail
       *> and summary, exactly as they do for day2 itself.
       identification  division.
       program-id. day2-verify.

       environment division.
           input-output section.
               file-control.
               select audit-trail-file
               assign to dynamic ws-audit-file-name
               organization is line sequential
               file status is ws-audit-status.

               select day2-file assign to dynamic ws-input-file-name
               organization is line sequential
               file status is ws-day2-status.

               select summary-in-file
               assign to dynamic ws-summary-file-name
               organization is line sequential
               file status is ws-summary-status.

               select verify-report assign to "day2-verify.rpt"
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
               fd audit-trail-file.
               01 trail-in-line pic x(80).

               fd day2-file.
                   copy puzzlerec.

               *> layout matches the summary-record day2 writes
               fd summary-in-file.
               01 summary-in-record.
                   05 sif-status pic x(4).
                   05 sif-calced-sum pic 9(9).
                   05 sif-record-count pic 9(7).
                   05 sif-exception-count pic 9(7).
                   05 sif-star1-sum pic 9(9).
                   05 sif-min-num pic 9(2).
                   05 sif-max-num pic 9(2).
                   05 sif-valid-count pic 9(7).

               fd verify-report.
               01 verify-line pic x(100).

               fd message-log-file.
               01 message-log-line pic x(110).

           working-storage section.
               01 ws-audit-status pic x(2).
               01 ws-day2-status pic x(2).
               01 ws-summary-status pic x(2).
               01 ws-eof pic x(1) value 'N'.
               01 keep-going pic x(1) value 'Y'.
               01 i pic 9(3) value 1.

               01 ws-env-name pic x(32).
               01 ws-env-value pic x(80).
               01 ws-input-file-name pic x(80) value "day2.dat".
               01 ws-audit-file-name pic x(80)
                   value "day2-audit.trl".
               01 ws-summary-file-name pic x(80)
                   value "day1-summary.dat".
               01 ws-message-log-name pic x(80)
                   value "day1-messages.log".
               01 ws-message-log-status pic x(2).

               copy msglog.

               *> which run is being verified
               01 ws-run-id pic x(16).
               01 ws-env-named-run pic x(1) value 'N'.
               01 ws-run-found pic x(1) value 'N'.

               *> the trail line pulled apart -- field positions match
               *> the audit-trail-fields layout day2 writes, from the
               *> record number on, with the edited (space-padded)
               *> numerics converted back
               01 trail-fields.
                   05 tf-rec-no-x pic x(7).
                   05 filler pic x(3).
                   05 tf-game-id-x pic x(3).
                   05 filler pic x(3).
                   05 tf-red-x pic x(3).
                   05 filler pic x(1).
                   05 tf-green-x pic x(3).
                   05 filler pic x(1).
                   05 tf-blue-x pic x(3).
                   05 filler pic x(3).
                   05 tf-decision pic x(1).
                   05 filler pic x(3).
                   05 tf-power-x pic x(7).

               01 tf-rec-no pic 9(7).
               01 tf-game-id pic 9(3).
               01 tf-red pic 9(3).
               01 tf-green pic 9(3).
               01 tf-blue pic 9(3).
               01 tf-power pic 9(7).
               01 ws-derived-decision pic x(1).
               01 ws-derived-power pic 9(7).

               *> the bag the star-1 possibility rule is checked
               *> against -- the same 12 red, 13 green, 14 blue day2
               *> holds
               01 ws-bag-red pic 9(2) value 12.
               01 ws-bag-green pic 9(2) value 13.
               01 ws-bag-blue pic 9(2) value 14.

               *> the original game list, table-loaded so any record
               *> the trail names can be pulled up by number
               01 input-line-count pic 9(4) value zero.
               01 input-line-table.
                   05 input-line-entry occurs 5000 times.
                       10 il-text pic x(80).

               *> re-parse work area: day2's game parse re-run over
               *> the source record the trail line points at
               01 work-text pic x(80).
               01 ws-game-id pic 9(3).
               01 ws-max-red pic 9(3).
               01 ws-max-green pic 9(3).
               01 ws-max-blue pic 9(3).
               01 ws-parse-failed pic x(1).
               01 ws-line-done pic x(1).
               01 ws-number pic 9(3).
               01 ws-number-digit pic 9(1).

               *> reconciliation totals
               01 ws-trail-line-count pic 9(7) value zero.
               01 ws-agree-count pic 9(7) value zero.
               01 ws-flagged-count pic 9(7) value zero.
               01 ws-unchecked-count pic 9(7) value zero.
               01 ws-recomputed-star1 pic 9(9) value zero.
               01 ws-recomputed-star2 pic 9(9) value zero.
               01 ws-posted-star1 pic 9(9) value zero.
               01 ws-posted-star2 pic 9(9) value zero.
               01 ws-posted-records pic 9(7) value zero.
               01 ws-have-summary pic x(1) value 'N'.
               01 ws-line-agrees pic x(1).
               01 ws-reconciled pic x(1) value 'Y'.

               01 flag-line-fields.
                   05 fl-rec-no pic z(6)9.
                   05 filler pic x(3) value space.
                   05 fl-reason pic x(60).

               01 verify-header.
                   05 filler pic x(7) value "rec no.".
                   05 filler pic x(3) value space.
                   05 filler pic x(20) value "disagreement".

               01 verify-trailer-fields.
                   05 vt-literal pic x(30).
                   05 vt-amount pic z(8)9.

       procedure division.
       main.
           perform read-file-names.
           perform select-run-id.
           perform load-input-file.
           perform read-posted-summary.

           open output verify-report.
           move verify-header to verify-line.
           write verify-line.

           open input audit-trail-file.
           if ws-audit-status not = "00"
               display "no day2 audit trail to verify -- status "
                   ws-audit-status
               move 'W' to ml-severity
               move "no day2 audit trail to verify" to ml-text
               perform write-log-message
           else
               perform until ws-eof = 'Y'
                   read audit-trail-file
                       at end move 'Y' to ws-eof
                       not at end perform collect-trail-line
                   end-read
               end-perform
               close audit-trail-file
           end-if.

           perform write-reconciliation.
           close verify-report.

           display "trail entries verified ...... " ws-trail-line-count.
           display "lines agreeing with source .. " ws-agree-count.
           display "lines flagged ............... " ws-flagged-count.
           display "lines beyond input table .... " ws-unchecked-count.
           display "recomputed star 1 ........... " ws-recomputed-star1.
           display "recomputed star 2 ........... " ws-recomputed-star2.
           if ws-have-summary = 'Y'
               if ws-reconciled = 'Y'
                   display "posted sums " ws-posted-star1 " / "
                       ws-posted-star2 " -- reconstruction MATCHES"
                   move 'I' to ml-severity
                   move "reconstruction MATCHES the posted sums"
                       to ml-text
                   perform write-log-message
               else
                   display "posted sums " ws-posted-star1 " / "
                       ws-posted-star2 " -- reconstruction BREAKS"
                   move 8 to return-code
                   move 'E' to ml-severity
                   move spaces to ml-text
                   string "reconstruction BREAKS -- posted "
                       delimited by size
                       ws-posted-star1 delimited by size
                       "/" delimited by size
                       ws-posted-star2 delimited by size
                       into ml-text
                   end-string
                   perform write-log-message
               end-if
           else
               move 'W' to ml-severity
               move spaces to ml-text
               string "no usable summary -- reconstructed totals "
                   "not compared"
                   delimited by size into ml-text
               end-string
               perform write-log-message
           end-if.
           stop run.

       read-file-names.
           move "DAY2_INPUT_FILE" to ws-env-name.
           display ws-env-name upon environment-name.
           accept ws-input-file-name from environment-value.
           if ws-input-file-name = spaces
               move "day2.dat" to ws-input-file-name
           end-if.
           move "DAY2_AUDIT_TRAIL" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-audit-file-name
           end-if.
           move "DAY2_SUMMARY_FILE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-summary-file-name
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
           *> columns are filled here so every line this verification
           *> logs carries the id of the run being verified.  opened
           *> and closed per message so the stream's steps can
           *> interleave their lines on the shared log safely
           open extend message-log-file.
           if ws-message-log-status = "35"
               open output message-log-file
           end-if.
           if ws-message-log-status not = "00"
               display "unable to write run-message log -- status "
                   ws-message-log-status
           else
               move "day2-verify" to ml-program
               accept ml-date from date yyyymmdd
               accept ml-time from time
               move ws-run-id to ml-run-id
               move message-log-fields to message-log-line
               write message-log-line
               close message-log-file
           end-if.

       select-run-id.
           *> a preliminary pass over the trail: note every HDR line,
           *> keeping the last run id seen unless the environment
           *> already named one
           move "DAY2_RUN_ID" to ws-env-name.
           move spaces to ws-run-id.
           display ws-env-name upon environment-name.
           accept ws-run-id from environment-value.
           if ws-run-id not = spaces
               move 'Y' to ws-env-named-run
           end-if.

           open input audit-trail-file.
           if ws-audit-status = "00"
               perform until ws-eof = 'Y'
                   read audit-trail-file
                       at end move 'Y' to ws-eof
                       not at end
                           if trail-in-line(1:4) = "HDR "
                               if ws-env-named-run = 'N'
                                   move trail-in-line(5:16)
                                       to ws-run-id
                                   move 'Y' to ws-run-found
                               else
                                   if trail-in-line(5:16) = ws-run-id
                                       move 'Y' to ws-run-found
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close audit-trail-file
               move 'N' to ws-eof
           end-if.

           if ws-run-found = 'Y'
               display "verifying day2 run " ws-run-id
           else
               display "run " ws-run-id " is not headed on the "
                   "day2 trail -- nothing will be verified"
           end-if.

       load-input-file.
           open input day2-file.
           if ws-day2-status not = "00"
               display "unable to open input file "
                   ws-input-file-name " -- status " ws-day2-status
                   " -- games cannot be cross-checked"
           else
               perform until ws-eof = 'Y'
                   read day2-file
                       at end move 'Y' to ws-eof
                       not at end perform store-input-line
                   end-read
               end-perform
               close day2-file
               move 'N' to ws-eof
           end-if.

       store-input-line.
           if input-line-count >= 5000
               display "input exceeds 5000 records -- trail lines "
                   "past that are totalled but not cross-checked"
               move 'Y' to ws-eof
           else
               add 1 to input-line-count
               move puzzle-input-record
                   to il-text(input-line-count)
           end-if.

       read-posted-summary.
           open input summary-in-file.
           if ws-summary-status = "00"
               read summary-in-file
                   at end continue
                   not at end
                       if sif-status = "OK  "
                           move sif-star1-sum to ws-posted-star1
                           move sif-calced-sum to ws-posted-star2
                           move sif-record-count to ws-posted-records
                           move 'Y' to ws-have-summary
                       end-if
               end-read
               close summary-in-file
           end-if.
           if ws-have-summary = 'N'
               display "no usable summary on hand -- reconstructed "
                   "totals are reported but not compared"
           end-if.

       collect-trail-line.
           *> header and end markers are structural, not entries;
           *> only the selected run's lines count
           if trail-in-line(1:4) = "HDR " or
                   trail-in-line(1:4) = "END "
               exit paragraph
           end-if.
           if trail-in-line(1:16) not = ws-run-id
               exit paragraph
           end-if.
           move trail-in-line(19:41) to trail-fields.
           perform verify-detail-entry.

       verify-detail-entry.
           add 1 to ws-trail-line-count.
           perform convert-trail-numerics.
           move 'Y' to ws-line-agrees.

           *> re-derive the decision and the power from the maxima
           *> the trail recorded, the way the trail promises they
           *> can be -- and total the stars from what was derived
           if tf-decision = 'X'
               move 'X' to ws-derived-decision
               move zero to ws-derived-power
               if tf-red not = zero or tf-green not = zero or
                       tf-blue not = zero or tf-power not = zero
                   move "not-a-game line carries maxima or a power"
                       to fl-reason
                   perform flag-line
               end-if
           else
               compute ws-derived-power = tf-red * tf-green * tf-blue
               if tf-red <= ws-bag-red and
                       tf-green <= ws-bag-green and
                       tf-blue <= ws-bag-blue
                   move 'P' to ws-derived-decision
                   add tf-game-id to ws-recomputed-star1
               else
                   move 'I' to ws-derived-decision
               end-if
               add ws-derived-power to ws-recomputed-star2
               if ws-derived-decision not = tf-decision
                   move "decision does not follow from the maxima"
                       to fl-reason
                   perform flag-line
               end-if
               if ws-derived-power not = tf-power
                   move "power does not match the maxima"
                       to fl-reason
                   perform flag-line
               end-if
           end-if.

           if tf-rec-no > 0 and tf-rec-no <= input-line-count
               perform cross-check-against-source
           else
               add 1 to ws-unchecked-count
           end-if.

           if ws-line-agrees = 'Y'
               add 1 to ws-agree-count
           else
               add 1 to ws-flagged-count
           end-if.

       convert-trail-numerics.
           inspect tf-rec-no-x replacing leading space by '0'.
           move tf-rec-no-x to tf-rec-no.
           inspect tf-game-id-x replacing leading space by '0'.
           move tf-game-id-x to tf-game-id.
           inspect tf-red-x replacing leading space by '0'.
           move tf-red-x to tf-red.
           inspect tf-green-x replacing leading space by '0'.
           move tf-green-x to tf-green.
           inspect tf-blue-x replacing leading space by '0'.
           move tf-blue-x to tf-blue.
           inspect tf-power-x replacing leading space by '0'.
           move tf-power-x to tf-power.

       cross-check-against-source.
           *> re-run day2's game parse over the source record and
           *> compare everything the trail recorded about it
           move il-text(tf-rec-no) to work-text.
           perform parse-game-line.

           if ws-parse-failed = 'Y'
               if tf-decision not = 'X'
                   move "source is not a game but trail decided it"
                       to fl-reason
                   perform flag-line
               end-if
               exit paragraph
           end-if.
           if tf-decision = 'X'
               move "trail says not a game but source parses"
                   to fl-reason
               perform flag-line
               exit paragraph
           end-if.
           if ws-game-id not = tf-game-id
               move "game id disagrees with source parse"
                   to fl-reason
               perform flag-line
           end-if.
           if ws-max-red not = tf-red
               move "max red disagrees with source parse"
                   to fl-reason
               perform flag-line
           end-if.
           if ws-max-green not = tf-green
               move "max green disagrees with source parse"
                   to fl-reason
               perform flag-line
           end-if.
           if ws-max-blue not = tf-blue
               move "max blue disagrees with source parse"
                   to fl-reason
               perform flag-line
           end-if.

       flag-line.
           move 'N' to ws-line-agrees.
           move tf-rec-no to fl-rec-no.
           move flag-line-fields to verify-line.
           write verify-line.
           move spaces to flag-line-fields.

       write-reconciliation.
           move spaces to verify-line.
           write verify-line.

           move "trail entries verified ....." to vt-literal.
           move ws-trail-line-count to vt-amount.
           perform write-trailer-line.
           move "lines agreeing with source ." to vt-literal.
           move ws-agree-count to vt-amount.
           perform write-trailer-line.
           move "lines flagged .............." to vt-literal.
           move ws-flagged-count to vt-amount.
           perform write-trailer-line.
           move "recomputed star 1 .........." to vt-literal.
           move ws-recomputed-star1 to vt-amount.
           perform write-trailer-line.
           move "recomputed star 2 .........." to vt-literal.
           move ws-recomputed-star2 to vt-amount.
           perform write-trailer-line.
           if ws-have-summary = 'Y'
               move "posted star 1 .............." to vt-literal
               move ws-posted-star1 to vt-amount
               perform write-trailer-line
               move "posted star 2 .............." to vt-literal
               move ws-posted-star2 to vt-amount
               perform write-trailer-line
               move "posted games read .........." to vt-literal
               move ws-posted-records to vt-amount
               perform write-trailer-line
               if ws-recomputed-star1 not = ws-posted-star1 or
                       ws-recomputed-star2 not = ws-posted-star2 or
                       ws-trail-line-count not = ws-posted-records
                   move 'N' to ws-reconciled
               end-if
               if ws-reconciled = 'Y'
                   move "reconstruction MATCHES" to verify-line
               else
                   move "reconstruction BREAKS" to verify-line
                   move 8 to return-code
               end-if
               write verify-line
           end-if.

       write-trailer-line.
           move verify-trailer-fields to verify-line.
           write verify-line.

       parse-game-line.
           *> same parse day2 runs over puzzle-input-record, applied
           *> to the source record held in work-text
           move 'N' to ws-parse-failed.
           move 'N' to ws-line-done.
           move zero to ws-game-id.
           move zero to ws-max-red.
           move zero to ws-max-green.
           move zero to ws-max-blue.

           if work-text(1:5) not = "Game "
               move 'Y' to ws-parse-failed
           else
               move 6 to i
               perform collect-number
               if ws-number = zero or
                       i > length of work-text
                   move 'Y' to ws-parse-failed
               else
                   if work-text(i:1) not = ':'
                       move 'Y' to ws-parse-failed
                   else
                       move ws-number to ws-game-id
                       add 1 to i
                       perform parse-one-draw-count
                           until ws-line-done = 'Y'
                               or ws-parse-failed = 'Y'
                   end-if
               end-if
           end-if.

       parse-one-draw-count.
           perform skip-separators.
           if ws-line-done = 'Y'
               exit paragraph
           end-if.
           if work-text(i:1) not numeric
               move 'Y' to ws-parse-failed
               exit paragraph
           end-if.
           perform collect-number.
           if i > length of work-text
               move 'Y' to ws-parse-failed
               exit paragraph
           end-if.
           if work-text(i:1) not = space
               move 'Y' to ws-parse-failed
               exit paragraph
           end-if.
           add 1 to i.
           perform match-colour-word.

       skip-separators.
           move 'Y' to keep-going.
           perform until keep-going = 'N'
               if i > length of work-text
                   move 'Y' to ws-line-done
                   move 'N' to keep-going
               else
                   if work-text(i:1) = space or
                           work-text(i:1) = ',' or
                           work-text(i:1) = ';'
                       add 1 to i
                   else
                       move 'N' to keep-going
                   end-if
               end-if
           end-perform.

       collect-number.
           move zero to ws-number.
           perform until i > length of work-text
                   or work-text(i:1) not numeric
               move work-text(i:1) to ws-number-digit
               compute ws-number = ws-number * 10 + ws-number-digit
               add 1 to i
           end-perform.

       match-colour-word.
           move 'Y' to ws-parse-failed.
           if i + 2 <= length of work-text
               if work-text(i:3) = "red"
                   if ws-number > ws-max-red
                       move ws-number to ws-max-red
                   end-if
                   add 3 to i
                   move 'N' to ws-parse-failed
               end-if
           end-if.
           if ws-parse-failed = 'Y' and
                   i + 4 <= length of work-text
               if work-text(i:5) = "green"
                   if ws-number > ws-max-green
                       move ws-number to ws-max-green
                   end-if
                   add 5 to i
                   move 'N' to ws-parse-failed
               end-if
           end-if.
           if ws-parse-failed = 'Y' and
                   i + 3 <= length of work-text
               if work-text(i:4) = "blue"
                   if ws-number > ws-max-blue
                       move ws-number to ws-max-blue
                   end-if
                   add 4 to i
                   move 'N' to ws-parse-failed
               end-if
           end-if.
