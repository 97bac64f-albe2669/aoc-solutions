       *> outbound posting extract for the downstream reporting
       *> group: the day sums the batch posted, in one fixed-format
       *> file (layout in postextract.cpy) instead of numbers copied
       *> off day1-driver.rpt by hand.  everything comes from the
       *> batch-status file the driver leaves behind -- a header
       *> naming the batch, one detail per day label posted OK with
       *> its star-1 and star-2 sums, record and exception counts and
       *> whether its answer is VERIFIED against the expected
       *> answers, and a trailer with the detail count and a hash
       *> total of all the sums.
       *>
       *> a bad night is never sent: no TRL trailer (the batch never
       *> finished), a trailer showing failed days or failed
       *> job-stream steps, or details that
       *> do not foot to the trailer's combined total all withhold
       *> the extract -- any extract left from an earlier night is
       *> removed so it cannot be picked up again -- and the program
       *> ends with return code 8.
       *>
       *> DAY1_EXTRACT_FILE overrides the extract's stock name
       *> ("day1-extract.dat"), DAY1_SENDING_SYSTEM the sending
       *> system named on the header (stock "AOC2023") and
       *> DAY1_MESSAGE_LOG the shared run-message log's.
       identification  division.
       program-id. day1-extract.

       environment division.
           input-output section.
               file-control.
               select batch-status-file
               assign to "day1-batch-status.dat"
               organization is line sequential
               file status is ws-batch-status.

               select extract-file
               assign to dynamic ws-extract-file-name
               organization is line sequential
               file status is ws-extract-status.

               *> the shared run-message log every program in the
               *> stream appends its operator messages to, so what the
               *> overnight run said survives past the console scroll
               select message-log-file
               assign to dynamic ws-message-log-name
               organization is line sequential
               file status is ws-message-log-status.

       data division.
           file section.
               fd batch-status-file.
               01 batch-status-line pic x(80).

               fd extract-file.
               01 extract-line pic x(80).

               fd message-log-file.
               01 message-log-line pic x(110).

           working-storage section.
               01 ws-batch-status pic x(2).
               01 ws-extract-status pic x(2).
               01 ws-eof pic x(1) value 'N'.

               01 ws-env-name pic x(32).
               01 ws-env-value pic x(80).
               01 ws-extract-file-name pic x(80)
                   value "day1-extract.dat".
               01 ws-sending-system pic x(8) value "AOC2023".
               01 ws-message-log-name pic x(80)
                   value "day1-messages.log".
               01 ws-message-log-status pic x(2).

               copy msglog.

               copy postextract.

               *> a DAY record pulled apart -- field positions match
               *> the batch-day-fields layout the driver writes; the
               *> columns appended after the elapsed time go through
               *> work fields so records written before they existed
               *> (trailing spaces) still load as zeros
               01 bs-day-fields.
                   05 bsd-label pic x(10).
                   05 filler pic x(1).
                   05 bsd-status pic x(8).
                   05 filler pic x(1).
                   05 bsd-sum pic 9(9).
                   05 filler pic x(1).
                   05 bsd-verify pic x(10).
                   05 filler pic x(1).
                   05 bsd-elapsed-x pic x(5).
                   05 filler pic x(1).
                   05 bsd-star1-x pic x(9).
                   05 filler pic x(1).
                   05 bsd-record-count-x pic x(7).
                   05 filler pic x(1).
                   05 bsd-exception-count-x pic x(7).

               01 bs-trailer-fields.
                   05 bst-days-run pic 9(2).
                   05 filler pic x(1).
                   05 bst-days-failed pic 9(2).
                   05 filler pic x(1).
                   05 bst-combined-total pic 9(10).
                   05 filler pic x(1).
                   05 bst-elapsed-total pic 9(7).
                   05 filler pic x(1).
                   05 bst-batch-date-x pic x(8).
                   05 filler pic x(1).
                   05 bst-batch-run-id pic x(16).
                   *> step counts -- spaces on a trailer written
                   *> before the driver ran a job stream
                   05 filler pic x(1).
                   05 bst-steps-run-x pic x(2).
                   05 filler pic x(1).
                   05 bst-steps-flushed-x pic x(2).
                   05 filler pic x(1).
                   05 bst-steps-failed-x pic x(2).

               01 ws-have-trailer pic x(1) value 'N'.
               01 ws-batch-date pic 9(8) value zero.
               01 ws-batch-date-x pic x(8).

               *> the days posted OK, held until the trailer has been
               *> seen and the batch is known to be clean
               01 posted-day-count pic 9(2) value zero.
               01 posted-day-table.
                   05 posted-day-entry occurs 25 times.
                       10 pd-label pic x(10).
                       10 pd-status pic x(8).
                       10 pd-star1-sum pic 9(9).
                       10 pd-star2-sum pic 9(9).
                       10 pd-record-count pic 9(7).
                       10 pd-exception-count pic 9(7).
                       10 pd-verify pic x(10).

               01 d pic 9(2) value 1.
               01 ws-work-9 pic 9(9).
               01 ws-work-9-x pic x(9).
               01 ws-work-7 pic 9(7).
               01 ws-work-7-x pic x(7).

               01 ws-detail-star2-total pic 9(10) value zero.
               01 ws-hash-total pic 9(12) value zero.
               01 ws-withhold-reason pic x(60) value spaces.
               01 ws-remove-cmd pic x(100).

       procedure division.
       main.
           perform read-file-names.
           perform load-batch-status.

           if ws-withhold-reason = spaces
               perform check-batch-clean
           end-if.
           if ws-withhold-reason not = spaces
               perform withhold-extract
               move 8 to return-code
               stop run
           end-if.

           perform write-extract.
           stop run.

       read-file-names.
           move "DAY1_EXTRACT_FILE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-extract-file-name
           end-if.
           move "DAY1_SENDING_SYSTEM" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-sending-system
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
           *> shared log safely -- the run id stamped is the batch's
           *> own, off the trailer, once it has been read
           open extend message-log-file.
           if ws-message-log-status = "35"
               open output message-log-file
           end-if.
           if ws-message-log-status not = "00"
               display "unable to write run-message log -- status "
                   ws-message-log-status
           else
               move "day1-extract" to ml-program
               accept ml-date from date yyyymmdd
               accept ml-time from time
               move bst-batch-run-id to ml-run-id
               move message-log-fields to message-log-line
               write message-log-line
               close message-log-file
           end-if.

       load-batch-status.
           move spaces to bs-trailer-fields.
           open input batch-status-file.
           if ws-batch-status not = "00"
               move "no batch status file -- the driver has not run"
                   to ws-withhold-reason
               exit paragraph
           end-if.
           perform until ws-eof = 'Y'
               read batch-status-file
                   at end move 'Y' to ws-eof
                   not at end perform store-status-line
               end-read
           end-perform.
           close batch-status-file.

       store-status-line.
           if batch-status-line(1:4) = "TRL "
               move 'Y' to ws-have-trailer
               move batch-status-line(5:59) to bs-trailer-fields
           end-if.
           if batch-status-line(1:4) not = "DAY "
               exit paragraph
           end-if.
           move batch-status-line(5:72) to bs-day-fields.
           *> only days that posted carry sums worth sending --
           *> disabled days never ran and a duplicate feed's sums
           *> were sent the night it really ran
           if bsd-status not = "OK"
               exit paragraph
           end-if.
           if posted-day-count >= 25
               exit paragraph
           end-if.
           add 1 to posted-day-count.
           move bsd-label to pd-label(posted-day-count).
           move bsd-status to pd-status(posted-day-count).
           move bsd-sum to pd-star2-sum(posted-day-count).
           move bsd-verify to pd-verify(posted-day-count).
           move bsd-star1-x to ws-work-9-x.
           inspect ws-work-9-x replacing leading space by '0'.
           move ws-work-9-x to ws-work-9.
           move ws-work-9 to pd-star1-sum(posted-day-count).
           move bsd-record-count-x to ws-work-7-x.
           inspect ws-work-7-x replacing leading space by '0'.
           move ws-work-7-x to ws-work-7.
           move ws-work-7 to pd-record-count(posted-day-count).
           move bsd-exception-count-x to ws-work-7-x.
           inspect ws-work-7-x replacing leading space by '0'.
           move ws-work-7-x to ws-work-7.
           move ws-work-7 to pd-exception-count(posted-day-count).

       check-batch-clean.
           if ws-have-trailer = 'N'
               move "no TRL trailer -- the batch never finished"
                   to ws-withhold-reason
               exit paragraph
           end-if.
           if bst-days-failed not = zero
               move spaces to ws-withhold-reason
               string "trailer shows " delimited by size
                   bst-days-failed delimited by size
                   " day(s) failed" delimited by size
                   into ws-withhold-reason
               end-string
               exit paragraph
           end-if.
           if bst-steps-failed-x numeric and
                   bst-steps-failed-x not = "00"
               move spaces to ws-withhold-reason
               string "trailer shows " delimited by size
                   bst-steps-failed-x delimited by size
                   " job-stream step(s) failed" delimited by size
                   into ws-withhold-reason
               end-string
               exit paragraph
           end-if.

           *> the details have to foot to what the driver totalled,
           *> or the extract would send a different answer from the
           *> one the report shows
           move 1 to d.
           perform until d > posted-day-count
               add pd-star2-sum(d) to ws-detail-star2-total
               compute ws-hash-total = ws-hash-total +
                   pd-star1-sum(d) + pd-star2-sum(d)
               add 1 to d
           end-perform.
           if ws-detail-star2-total not = bst-combined-total
               move spaces to ws-withhold-reason
               string "posted days total " delimited by size
                   ws-detail-star2-total delimited by size
                   " against trailer " delimited by size
                   bst-combined-total delimited by size
                   into ws-withhold-reason
               end-string
               exit paragraph
           end-if.

           move bst-batch-date-x to ws-batch-date-x.
           inspect ws-batch-date-x replacing leading space by '0'.
           move ws-batch-date-x to ws-batch-date.

       withhold-extract.
           display "outbound extract withheld -- " ws-withhold-reason.
           move spaces to ws-remove-cmd.
           string "rm -f " delimited by size
               ws-extract-file-name delimited by space
               into ws-remove-cmd
           end-string.
           call "SYSTEM" using ws-remove-cmd.
           move 'E' to ml-severity.
           move spaces to ml-text.
           string "extract withheld -- " delimited by size
               ws-withhold-reason delimited by size
               into ml-text
           end-string.
           perform write-log-message.

       write-extract.
           open output extract-file.
           if ws-extract-status not = "00"
               display "unable to write outbound extract "
                   ws-extract-file-name " -- status "
                   ws-extract-status
               move 'E' to ml-severity
               move spaces to ml-text
               string "unable to write outbound extract -- status "
                   delimited by size
                   ws-extract-status delimited by size
                   into ml-text
               end-string
               perform write-log-message
               move 8 to return-code
               exit paragraph
           end-if.

           move ws-batch-date to eh-batch-date.
           move bst-batch-run-id to eh-batch-run-id.
           move ws-sending-system to eh-sending-system.
           move extract-header-fields to extract-line.
           write extract-line.

           move 1 to d.
           perform until d > posted-day-count
               move pd-label(d) to ed-label
               move pd-star1-sum(d) to ed-star1-sum
               move pd-star2-sum(d) to ed-star2-sum
               move pd-record-count(d) to ed-record-count
               move pd-exception-count(d) to ed-exception-count
               if pd-verify(d) = "MATCH"
                   move "VERIFIED" to ed-verify-status
               else
                   move "UNVERIFIED" to ed-verify-status
               end-if
               move pd-status(d) to ed-day-status
               move extract-detail-fields to extract-line
               write extract-line
               add 1 to d
           end-perform.

           move posted-day-count to et-detail-count.
           move ws-hash-total to et-hash-total.
           move extract-trailer-fields to extract-line.
           write extract-line.
           close extract-file.

           display "outbound extract written -- " posted-day-count
               " day(s), hash total " ws-hash-total.
           move 'I' to ml-severity.
           move spaces to ml-text.
           string "extract written -- " delimited by size
               posted-day-count delimited by size
               " day(s), hash total " delimited by size
               ws-hash-total delimited by size
               into ml-text
           end-string.
           perform write-log-message.
