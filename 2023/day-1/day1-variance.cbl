       *> star 1 versus star 2 variance report over the keyed line-
       *> results file day1 posts: lists every line whose literal-
       *> only star 1 num and word-aware star 2 num differ, says
       *> whether the first digit, the last digit or both were
       *> changed by a spelled-out word, singles out the lines where
       *> the word used shares letters with a neighbouring digit word
       *> ("oneight", "eightwo"), and closes with totals that
       *> reconcile the net line variance to the difference between
       *> the two sums the run posted -- so when the gap between the
       *> stars looks wrong, the lines that made it are on paper.
       *>
       *> DAY1_RESULTS_FILE names the results file to read (stock
       *> "day1-results.idx"); DAY1_SUMMARY_FILE the summary the same
       *> run left (stock "day1-summary.dat"), source of the posted
       *> sums; DAY1_INPUT_FILE the input the run read (stock
       *> "day1.dat"), used only to print each line's text beside
       *> it.  for a multi-source run DAY1_SOURCE_LIST names the
       *> same source list the run was given, and each line's text
       *> is read from the source it came from, at its record number
       *> within that source -- results posted before lines carried
       *> their source still print from DAY1_INPUT_FILE.  a variance
       *> that does not reconcile ends with return code 8 and an E
       *> on the run-message log.
       identification  division.
       program-id. day1-variance.

       environment division.
           input-output section.
               file-control.
               *> layout and key match the results-file day1 writes;
               *> read end to end in record-number order
               select results-file
               assign to dynamic ws-results-file-name
               organization is indexed
               access mode is sequential
               record key is rr-rec-no
               file status is ws-results-status.

               select summary-in-file
               assign to dynamic ws-summary-file-name
               organization is line sequential
               file status is ws-summary-status.

               *> the input the line text is read back from -- the
               *> run's input file, or one of its listed sources
               select input-file
               assign to dynamic ws-text-file-name
               organization is line sequential
               file status is ws-input-status.

               select source-list-file
               assign to dynamic ws-source-list-name
               organization is line sequential
               file status is ws-source-list-status.

               select variance-report assign to "day1-variance.rpt"
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
               fd results-file.
               01 result-record.
                   05 rr-rec-no pic 9(7).
                   05 rr-first-digit pic x(1).
                   05 rr-last-digit pic x(1).
                   05 rr-num pic 9(2).
                   05 rr-running-total pic 9(9).
                   05 rr-first-pos pic 9(2).
                   05 rr-last-pos pic 9(2).
                   05 rr-exception-flag pic x(1).
                   *> the star-1 view of the line and where each star-2
                   *> digit came from -- appended after the original
                   *> fields, matching day1's layout
                   05 rr-star1-first-digit pic x(1).
                   05 rr-star1-last-digit pic x(1).
                   05 rr-star1-num pic 9(2).
                   05 rr-first-source pic x(1).
                   05 rr-last-source pic x(1).
                   05 rr-overlap-flag pic x(1).
                   *> the source the line came from and its number
                   *> within that source
                   05 rr-source-id pic x(8).
                   05 rr-source-rec-no pic 9(7).

               *> layout matches the summary-record day1 writes
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

               fd input-file.
               01 input-record pic x(80).

               fd variance-report.
               01 variance-line pic x(120).

               fd source-list-file.
                   copy srclist.

               fd message-log-file.
               01 message-log-line pic x(110).

           working-storage section.
               01 ws-results-status pic x(2).
               01 ws-summary-status pic x(2).
               01 ws-input-status pic x(2).
               01 ws-results-file-name pic x(80)
                   value "day1-results.idx".
               01 ws-summary-file-name pic x(80)
                   value "day1-summary.dat".
               01 ws-input-file-name pic x(80) value "day1.dat".
               01 ws-message-log-name pic x(80)
                   value "day1-messages.log".
               01 ws-message-log-status pic x(2).
               01 ws-env-name pic x(32).
               01 ws-env-value pic x(80).
               01 ws-eof pic x(1) value 'N'.

               copy msglog.

               *> the input is walked alongside the results, which
               *> come back in record-number order, so each varying
               *> line's text is to hand when it is printed.  a
               *> multi-source run's lines come source by source, so
               *> the source being walked is switched as they do
               01 ws-have-input pic x(1) value 'N'.
               01 ws-input-eof pic x(1) value 'N'.
               01 ws-input-rec-no pic 9(7) value zero.
               01 ws-text-file-name pic x(80).
               01 ws-text-opened pic x(1) value 'N'.
               01 ws-open-source pic x(8) value spaces.
               01 ws-text-source pic x(8).
               01 ws-text-rec-no pic 9(7).

               *> the run's source list, id and file name by list
               *> position -- an id left blank on the list is the
               *> position itself, as day1 assigns it
               01 ws-source-list-name pic x(80) value spaces.
               01 ws-source-list-status pic x(2).
               01 ws-source-list-eof pic x(1) value 'N'.
               01 ws-source-position pic 9(2).
               01 ws-source-hit pic 9(2).
               01 source-count pic 9(2) value zero.
               01 s pic 9(2) value 1.
               01 source-table.
                   05 source-entry occurs 20 times.
                       10 src-id pic x(8).
                       10 src-file-name pic x(80).

               *> the posted sums, from the run's own summary
               01 ws-have-summary pic x(1) value 'N'.
               01 ws-posted-star2 pic 9(9) value zero.
               01 ws-posted-star1 pic 9(9) value zero.
               01 ws-posted-gap pic s9(9) value zero.

               *> variance totals: every line's star 2 num less its
               *> star 1 num, netted -- it has to come to the posted
               *> star 2 sum less the posted star 1 sum
               01 ws-line-variance pic s9(3).
               01 ws-net-variance pic s9(9) value zero.
               01 ws-raised-total pic 9(9) value zero.
               01 ws-lowered-total pic 9(9) value zero.
               01 ws-line-count pic 9(7) value zero.
               01 ws-exception-count pic 9(7) value zero.
               01 ws-agree-count pic 9(7) value zero.
               01 ws-differ-count pic 9(7) value zero.
               01 ws-first-only-count pic 9(7) value zero.
               01 ws-last-only-count pic 9(7) value zero.
               01 ws-both-count pic 9(7) value zero.
               01 ws-overlap-count pic 9(7) value zero.
               01 ws-first-changed pic x(1).
               01 ws-last-changed pic x(1).
               01 ws-reconciled pic x(1) value 'N'.

               01 variance-line-fields.
                   05 vl-rec-no pic z(6)9.
                   05 filler pic x(3) value space.
                   05 vl-star1-num pic z9.
                   05 filler pic x(3) value space.
                   05 vl-star2-num pic z9.
                   05 filler pic x(3) value space.
                   05 vl-variance pic +(3)9.
                   05 filler pic x(3) value space.
                   05 vl-changed pic x(6).
                   05 filler pic x(2) value space.
                   05 vl-overlap pic x(7).
                   05 filler pic x(2) value space.
                   05 vl-text pic x(80).

               *> field widths here match variance-line-fields
               *> position-for-position so the column headings line
               *> up with the data they head
               01 variance-header.
                   05 filler pic x(7) value "rec no.".
                   05 filler pic x(3) value space.
                   05 filler pic x(2) value "s1".
                   05 filler pic x(3) value space.
                   05 filler pic x(2) value "s2".
                   05 filler pic x(3) value space.
                   05 filler pic x(4) value " var".
                   05 filler pic x(3) value space.
                   05 filler pic x(6) value "word".
                   05 filler pic x(2) value space.
                   05 filler pic x(7) value "overlap".
                   05 filler pic x(2) value space.
                   05 filler pic x(11) value "record text".

               01 variance-trailer-fields.
                   05 vt-literal pic x(30).
                   05 vt-amount pic +(9)9.

       procedure division.
       main.
           perform read-file-names.
           perform read-posted-sums.

           open input results-file.
           if ws-results-status not = "00"
               display "unable to open results file "
                   ws-results-file-name " -- status "
                   ws-results-status
               display "run day1 first -- it writes the file this "
                   "report reads"
               move 8 to return-code
               stop run
           end-if.

           perform load-source-list.

           open output variance-report.
           move variance-header to variance-line.
           write variance-line.

           perform until ws-eof = 'Y'
               read results-file
                   at end move 'Y' to ws-eof
                   not at end perform compare-one-line
               end-read
           end-perform.
           close results-file.
           if ws-have-input = 'Y'
               close input-file
           end-if.

           if ws-differ-count = zero
               move "(no line's star 1 and star 2 nums differ)"
                   to variance-line
               write variance-line
           end-if.

           perform write-reconciliation.
           close variance-report.

           display "lines read .................. " ws-line-count.
           display "exception lines ............. " ws-exception-count.
           display "star 1 and star 2 agree ..... " ws-agree-count.
           display "star 1 and star 2 differ .... " ws-differ-count.
           display "first digit word only ....... "
               ws-first-only-count.
           display "last digit word only ........ "
               ws-last-only-count.
           display "both digits words ........... " ws-both-count.
           display "overlapping words ........... " ws-overlap-count.
           display "net line variance ........... " ws-net-variance.

           move spaces to ml-text.
           if ws-have-summary = 'N'
               move 'W' to ml-severity
               string "variance listed, " delimited by size
                   ws-differ-count delimited by size
                   " lines -- no posted sums to reconcile"
                   delimited by size
                   into ml-text
               end-string
               display "no posted sums to reconcile against -- "
                   "summary status " ws-summary-status
           else
           if ws-reconciled = 'Y'
               move 'I' to ml-severity
               string "variance reconciled, " delimited by size
                   ws-differ-count delimited by size
                   " lines differ" delimited by size
                   into ml-text
               end-string
               display "net line variance reconciles to the "
                   "posted star 2 less star 1"
           else
               move 'E' to ml-severity
               move "net line variance does not reconcile to the sums"
                   to ml-text
               display "net line variance does NOT reconcile to "
                   "the posted sums -- see report"
               move 8 to return-code
           end-if
           end-if.
           perform write-log-message.
           stop run.

       read-file-names.
           move "DAY1_RESULTS_FILE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-results-file-name
           end-if.
           move "DAY1_SUMMARY_FILE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-summary-file-name
           end-if.
           move "DAY1_INPUT_FILE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-input-file-name
           end-if.
           move "DAY1_SOURCE_LIST" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           move ws-env-value to ws-source-list-name.
           move "DAY1_MESSAGE_LOG" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-message-log-name
           end-if.

       load-source-list.
           move zero to source-count.
           if ws-source-list-name = spaces
               exit paragraph
           end-if.
           open input source-list-file.
           if ws-source-list-status not = "00"
               display "source list " ws-source-list-name
                   " not on hand -- lines print without their text"
               exit paragraph
           end-if.
           perform until ws-source-list-eof = 'Y'
               read source-list-file
                   at end move 'Y' to ws-source-list-eof
                   not at end perform load-one-source
               end-read
           end-perform.
           close source-list-file.

       load-one-source.
           if sl-file-name = spaces
               exit paragraph
           end-if.
           if source-count >= 20
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

       read-posted-sums.
           *> only a run that completed posted sums worth
           *> reconciling to -- a FAIL or DUP summary carries zeros
           open input summary-in-file.
           if ws-summary-status not = "00"
               exit paragraph
           end-if.
           read summary-in-file
               at end continue
               not at end
                   if sif-status = "OK  "
                       move 'Y' to ws-have-summary
                       move sif-calced-sum to ws-posted-star2
                       move sif-star1-sum to ws-posted-star1
                   end-if
           end-read.
           close summary-in-file.

       compare-one-line.
           add 1 to ws-line-count.
           if rr-exception-flag = 'Y'
               add 1 to ws-exception-count
               exit paragraph
           end-if.
           if rr-num = rr-star1-num
               add 1 to ws-agree-count
               exit paragraph
           end-if.

           add 1 to ws-differ-count.
           compute ws-line-variance = rr-num - rr-star1-num.
           add ws-line-variance to ws-net-variance.
           if ws-line-variance > zero
               add ws-line-variance to ws-raised-total
           else
               subtract ws-line-variance from ws-lowered-total
           end-if.

           *> a digit can only differ from the literal-only rule
           *> when a spelled-out word supplied it
           move 'N' to ws-first-changed.
           move 'N' to ws-last-changed.
           if rr-first-source = 'W' and
                   rr-first-digit not = rr-star1-first-digit
               move 'Y' to ws-first-changed
           end-if.
           if rr-last-source = 'W' and
                   rr-last-digit not = rr-star1-last-digit
               move 'Y' to ws-last-changed
           end-if.

           move spaces to variance-line-fields.
           move rr-rec-no to vl-rec-no.
           move rr-star1-num to vl-star1-num.
           move rr-num to vl-star2-num.
           move ws-line-variance to vl-variance.
           if ws-first-changed = 'Y' and ws-last-changed = 'Y'
               move "BOTH" to vl-changed
               add 1 to ws-both-count
           else
           if ws-first-changed = 'Y'
               move "FIRST" to vl-changed
               add 1 to ws-first-only-count
           else
               move "LAST" to vl-changed
               add 1 to ws-last-only-count
           end-if
           end-if.
           if rr-overlap-flag = 'Y'
               move "OVERLAP" to vl-overlap
               add 1 to ws-overlap-count
           end-if.
           perform find-input-text.
           move variance-line-fields to variance-line.
           write variance-line.

       find-input-text.
           *> in a multi-source run the run-wide record number is no
           *> line number in any one file -- the line is found in
           *> its own source at its number there
           if ws-source-list-name not = spaces
                   and rr-source-id not = spaces
               move rr-source-id to ws-text-source
               move rr-source-rec-no to ws-text-rec-no
           else
               move spaces to ws-text-source
               move rr-rec-no to ws-text-rec-no
           end-if.
           if ws-text-opened = 'N' or
                   ws-text-source not = ws-open-source
               perform open-text-source
           end-if.
           if ws-have-input = 'N'
               exit paragraph
           end-if.
           perform until ws-input-eof = 'Y' or
                   ws-input-rec-no >= ws-text-rec-no
               read input-file
                   at end move 'Y' to ws-input-eof
                   not at end add 1 to ws-input-rec-no
               end-read
           end-perform.
           if ws-input-rec-no = ws-text-rec-no
               move input-record to vl-text
           end-if.

       open-text-source.
           *> a blank source is the run's own input file
           if ws-have-input = 'Y'
               close input-file
           end-if.
           move 'Y' to ws-text-opened.
           move 'N' to ws-have-input.
           move 'N' to ws-input-eof.
           move zero to ws-input-rec-no.
           move ws-text-source to ws-open-source.
           if ws-text-source = spaces
               move ws-input-file-name to ws-text-file-name
           else
               move zero to ws-source-hit
               move 1 to s
               perform until s > source-count
                   if src-id(s) = ws-text-source
                       move s to ws-source-hit
                       move source-count to s
                   end-if
                   add 1 to s
               end-perform
               if ws-source-hit = zero
                   display "source " ws-text-source " is not on "
                       "source list " ws-source-list-name
                       " -- its lines print without their text"
                   exit paragraph
               end-if
               move src-file-name(ws-source-hit) to ws-text-file-name
           end-if.
           open input input-file.
           if ws-input-status = "00"
               move 'Y' to ws-have-input
           else
               display "input file " ws-text-file-name
                   " not on hand -- lines print without their text"
           end-if.

       write-reconciliation.
           move spaces to variance-line.
           write variance-line.

           move "lines differing ............." to vt-literal.
           move ws-differ-count to vt-amount.
           perform write-trailer-line.
           move "  first digit word only ....." to vt-literal.
           move ws-first-only-count to vt-amount.
           perform write-trailer-line.
           move "  last digit word only ......" to vt-literal.
           move ws-last-only-count to vt-amount.
           perform write-trailer-line.
           move "  both digits words ........." to vt-literal.
           move ws-both-count to vt-amount.
           perform write-trailer-line.
           move "  overlapping words ........." to vt-literal.
           move ws-overlap-count to vt-amount.
           perform write-trailer-line.

           move spaces to variance-line.
           write variance-line.
           move "lines raised by words ......." to vt-literal.
           move ws-raised-total to vt-amount.
           perform write-trailer-line.
           move "lines lowered by words ......" to vt-literal.
           move ws-lowered-total to vt-amount.
           perform write-trailer-line.
           move "net line variance ..........." to vt-literal.
           move ws-net-variance to vt-amount.
           perform write-trailer-line.

           move spaces to variance-line.
           write variance-line.
           if ws-have-summary = 'N'
               move "(no posted sums to reconcile against)"
                   to variance-line
               write variance-line
               exit paragraph
           end-if.
           compute ws-posted-gap = ws-posted-star2 - ws-posted-star1.
           move "posted star 2 sum ..........." to vt-literal.
           move ws-posted-star2 to vt-amount.
           perform write-trailer-line.
           move "posted star 1 sum ..........." to vt-literal.
           move ws-posted-star1 to vt-amount.
           perform write-trailer-line.
           move "posted star 2 less star 1 ..." to vt-literal.
           move ws-posted-gap to vt-amount.
           perform write-trailer-line.
           if ws-net-variance = ws-posted-gap
               move 'Y' to ws-reconciled
               move "net line variance reconciles to the posted sums"
                   to variance-line
           else
               move "*** net variance does NOT reconcile to posted sums"
                   to variance-line
           end-if.
           write variance-line.

       write-trailer-line.
           move variance-trailer-fields to variance-line.
           write variance-line.

       write-log-message.
           *> the caller sets ml-severity and ml-text; the stamp
           *> columns are filled here.  opened and closed per message
           *> so the stream's steps can interleave their lines on the
           *> shared log safely -- the report stamps no run id of its
           *> own, so that column is left blank
           open extend message-log-file.
           if ws-message-log-status = "35"
               open output message-log-file
           end-if.
           if ws-message-log-status not = "00"
               display "unable to write run-message log -- status "
                   ws-message-log-status
           else
               move "day1-varianc" to ml-program
               accept ml-date from date yyyymmdd
               accept ml-time from time
               move spaces to ml-run-id
               move message-log-fields to message-log-line
               write message-log-line
               close message-log-file
           end-if.
