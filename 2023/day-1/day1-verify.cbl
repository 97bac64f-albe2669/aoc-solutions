       *> reconstructed total is compared against the sum the run
       *> posted in day1-summary.dat.  this is the proof that the
       *> posted total traces to source without rerunning the job.
       *> a reconstruction that BREAKS ends with return code 8, so a
       *> job stream can hold whatever depends on the verify step.
       *>
       *> the trail carries one run per HDR/END pair, every detail
       *> line tagged with its run id -- verification covers a single
       *> tagging (no HDR lines at all) is verified whole.
       *>
       *> DAY1_INPUT_FILE names the input file the run was written
       *> against, exactly as it does for day1 itself; DAY1_SOURCE_LIST
       *> names the source list of a multi-source run instead, and the
       *> listed files are loaded end to end in list order so the
       *> trail's run-wide record numbers line up with them.
       identification  division.
       program-id. day1-verify.

               organization is line sequential
               file status is ws-day1-status.

               *> the source list a multi-source run was posted from
               select source-list-file
               assign to dynamic ws-source-list-name
               organization is line sequential
               file status is ws-source-list-status.

               select summary-in-file
               assign to dynamic ws-summary-file-name
               organization is line sequential
               fd day1-file.
                   copy puzzlerec.

               fd source-list-file.
                   copy srclist.

               *> layout matches the summary-record day1 writes
               fd summary-in-file.
               01 summary-in-record.
               01 ws-message-log-name pic x(80)
                   value "day1-messages.log".
               01 ws-message-log-status pic x(2).
               01 ws-source-list-name pic x(80) value spaces.
               01 ws-source-list-status pic x(2).
               01 ws-source-list-eof pic x(1) value 'N'.

               copy msglog.

               01 ws-posted-sum pic 9(9) value zero.
               01 ws-have-summary pic x(1) value 'N'.
               01 ws-line-agrees pic x(1).
               01 ws-run-reversed pic x(1) value 'N'.

               01 flag-line-fields.
                   05 fl-rec-no pic z(6)9.
           display "lines flagged ............... " ws-flagged-count.
           display "lines beyond input table .... " ws-unchecked-count.
           display "recomputed total ............ " ws-recomputed-total.
           if ws-run-reversed = 'Y'
               display "run " ws-run-id " has since been reversed"
           end-if.
           if ws-have-summary = 'Y'
               if ws-recomputed-total = ws-posted-sum
                   display "posted sum " ws-posted-sum
               else
                   display "posted sum " ws-posted-sum
                       " -- reconstruction BREAKS"
                   move 8 to return-code
                   move 'E' to ml-severity
                   move spaces to ml-text
                   string "reconstruction BREAKS -- posted "
           if ws-input-file-name = spaces
               move "day1.dat" to ws-input-file-name
           end-if.
           move "DAY1_SOURCE_LIST" to ws-env-name.
           display ws-env-name upon environment-name.
           accept ws-source-list-name from environment-value.
           move "DAY1_AUDIT_TRAIL" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           end-if.

       load-input-file.
           if ws-source-list-name = spaces
               perform load-one-input-file
               exit paragraph
           end-if.
           open input source-list-file.
           if ws-source-list-status not = "00"
               display "unable to open source list "
                   ws-source-list-name " -- status "
                   ws-source-list-status
                   " -- positions cannot be cross-checked"
               exit paragraph
           end-if.
           perform until ws-source-list-eof = 'Y'
               read source-list-file
                   at end move 'Y' to ws-source-list-eof
                   not at end perform load-listed-source
               end-read
           end-perform.
           close source-list-file.

       load-listed-source.
           *> a source that cannot be read leaves every record after
           *> it out of step with the trail, so loading stops there
           if sl-file-name = spaces
               exit paragraph
           end-if.
           move sl-file-name to ws-input-file-name.
           perform load-one-input-file.
           if ws-day1-status not = "10" and ws-day1-status not = "00"
               move 'Y' to ws-source-list-eof
           end-if.

       load-one-input-file.
           open input day1-file.
           if ws-day1-status not = "00"
               display "unable to open input file "
           end-if.

       collect-trail-line.
           *> header, end and reversal markers are structural, not
           *> entries; on a tagged trail only the selected run's
           *> lines count
           if trail-in-line(1:4) = "REV "
               if trail-in-line(5:16) = ws-run-id
                   move 'Y' to ws-run-reversed
               end-if
               exit paragraph
           end-if.
           if trail-in-line(1:4) = "HDR " or
                   trail-in-line(1:4) = "END "
               exit paragraph
                   move "reconstruction MATCHES" to verify-line
               else
                   move "reconstruction BREAKS" to verify-line
                   move 8 to return-code
               end-if
               write verify-line
           end-if.
           *> a reversed run still traces to its source; the line
           *> just says its figures were withdrawn afterwards
           if ws-run-reversed = 'Y'
               move "run has since been reversed by day1-backout"
                   to verify-line
               write verify-line
           end-if.

       write-trailer-line.
           move verify-trailer-fields to verify-line.
