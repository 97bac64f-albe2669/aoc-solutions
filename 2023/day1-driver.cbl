       *> honours DAY1_INPUT_FILE) -- the driver sets that variable to
       *> the real input file before shelling out, so no staging copy
       *> is needed.
       *>
       *> once the batch has written its trailer the driver runs
       *> day1-extract to produce the outbound posting extract for
       *> downstream.  it is run whatever the night looked like:
       *> day1-extract reads the trailer itself, and on a bad night
       *> withholds the extract and removes any left from the night
       *> before, so a stale file is never sent again.  an extract
       *> that cannot be produced ends the batch with return code 8
       *> all the same.
       *>
       *> when operations keep a step-definition file
       *> (day1-steps.dat) the driver runs the whole night's job
       *> stream from it instead of the day table alone: each step
       *> names its program (or *DAYS, meaning "run the day table
       *> here"), the earlier step it depends on, and a COND test on
       *> that step's return code that works the way JCL COND does
       *> -- the condition names when the step is BYPASSED.  a step
       *> whose condition is met, or whose depends-on step never
       *> ran, is flushed: it is not run, and is shown as FLUSHED on
       *> the report and in the batch-status STP records.
       *>
       *> a step may carry more than one environment setting -- a
       *> record with no step name and no program adds one more to
       *> the step above it.  a setting a step that ran made for a
       *> day's own input variable (DAY1_INPUT_FILE for day 1)
       *> overrides the day table's input file for that day, so an
       *> edit step's cleansed output is what the day goes on to
       *> read.
       *>
       *> the trailer and the extract come after the last step
       *> unless the stream places them itself with a *EXTRACT
       *> step: the TRL is written and the extract run there, and
       *> the steps after it (the morning digest) run against a
       *> finished batch-status file, their STP records following
       *> the trailer.  the trailer's step counts are the ones
       *> standing when it was written.  a *EXTRACT step that is
       *> disabled or flushed only loses its place -- the trailer
       *> and the extract still come at the end of the stream.
       identification  division.
       program-id. day1-driver.

               organization is line sequential
               file status is ws-runtimes-status.

               *> the job stream, maintained by operations alongside
               *> the day table: one record per step in the order the
               *> steps are to run -- when the file is missing the
               *> driver runs the day table alone, as it always has
               select step-definition-file
               assign to "day1-steps.dat"
               organization is line sequential
               file status is ws-steps-status.

               *> the shared run-message log every program in the
               *> stream appends its operator messages to, so what the
               *> overnight run said survives past the console scroll
                   05 sif-valid-count pic 9(7).

               fd consolidated-report.
               01 consolidated-line pic x(90).

               fd expected-answers-file.
               01 expected-answer-record.
                   05 dcr-enabled pic x(1).

               fd batch-status-file.
               01 batch-status-line pic x(80).

               *> columns 1-10 step name, 11-40 program to run (or
               *> *DAYS for the day table, *EXTRACT for the trailer
               *> and extract), 41-50 the earlier step it depends on
               *> (blank: none), 51-54 COND return code and 55-56
               *> COND operator (GT GE EQ NE LT LE; blank: no test),
               *> 57-88 an environment variable to set before the
               *> step runs and 89-128 its value (blank: none), 129
               *> enable flag ('Y' runs the step, anything else skips
               *> it).  a record blank in columns 1-40 carries only
               *> 57-128: one more setting for the step above it, up
               *> to 8 a step
               fd step-definition-file.
               01 step-definition-record.
                   05 sdr-step-name pic x(10).
                   05 sdr-program-name pic x(30).
                   05 sdr-depends-on pic x(10).
                   05 sdr-cond-code-x pic x(4).
                   05 sdr-cond-op pic x(2).
                   05 sdr-env-name pic x(32).
                   05 sdr-env-value pic x(40).
                   05 sdr-enabled pic x(1).

               fd runtimes-file.
               01 runtime-record.
                   *> lining up
                   05 filler pic x(1) value space.
                   05 bd-elapsed pic 9(5).
                   *> the day's star-1 sum and line counts off its
                   *> summary, appended the same way for the outbound
                   *> extract
                   05 filler pic x(1) value space.
                   05 bd-star1-sum pic 9(9).
                   05 filler pic x(1) value space.
                   05 bd-record-count pic 9(7).
                   05 filler pic x(1) value space.
                   05 bd-exception-count pic 9(7).

               01 batch-trailer-fields.
                   05 filler pic x(4) value "TRL ".
                   05 bt-combined-total pic 9(10).
                   05 filler pic x(1) value space.
                   05 bt-elapsed-total pic 9(7).
                   *> which batch this was, for the extract's header
                   05 filler pic x(1) value space.
                   05 bt-batch-date pic 9(8).
                   05 filler pic x(1) value space.
                   05 bt-batch-run-id pic x(16).
                   *> the job stream's step counts, appended the same
                   *> way -- all zero when no step file was used
                   05 filler pic x(1) value space.
                   05 bt-steps-run pic 9(2).
                   05 filler pic x(1) value space.
                   05 bt-steps-flushed pic 9(2).
                   05 filler pic x(1) value space.
                   05 bt-steps-failed pic 9(2).

               *> one STP record per job-stream step, written as the
               *> step finishes (or is flushed)
               01 batch-step-fields.
                   05 filler pic x(4) value "STP ".
                   05 bs-step-name pic x(10).
                   05 filler pic x(1) value space.
                   05 bs-status pic x(8).
                   05 filler pic x(1) value space.
                   05 bs-rc pic 9(3).
                   05 filler pic x(1) value space.
                   05 bs-elapsed pic 9(5).
                   05 filler pic x(1) value space.
                   05 bs-program-name pic x(30).
                   05 filler pic x(1) value space.
                   05 bs-depends-on pic x(10).

               01 ws-expected-status pic x(2).
               01 ws-expected-eof pic x(1).
                       10 de-input-env-name pic x(32).
                       10 de-program-name pic x(20).
                       10 de-calced-sum pic 9(9).
                       10 de-star1-sum pic 9(9).
                       10 de-record-count pic 9(7).
                       10 de-exception-count pic 9(7).
                       10 de-failed pic x(1).
                       10 de-duplicate pic x(1).
                       10 de-elapsed pic 9(5).
                       10 pb-sum pic 9(9).
                       10 pb-verify pic x(10).
                       10 pb-elapsed pic 9(5).
                       10 pb-star1-sum pic 9(9).
                       10 pb-record-count pic 9(7).
                       10 pb-exception-count pic 9(7).

               01 pr pic 9(2) value 1.
               01 ws-prior-hit pic 9(2) value zero.
                   05 pd-verify pic x(10).
                   05 filler pic x(1).
                   05 pd-elapsed-x pic x(5).
                   05 filler pic x(1).
                   05 pd-star1-x pic x(9).
                   05 filler pic x(1).
                   05 pd-record-count-x pic x(7).
                   05 filler pic x(1).
                   05 pd-exception-count-x pic x(7).

               01 ws-elapsed-work pic 9(5).
               01 ws-elapsed-work-x pic x(5).
               01 ws-count-work pic 9(9).
               01 ws-count-work-x pic x(9).

               *> the batch's own id, date and start time, carried on
               *> the trailer so the outbound extract can name it
               01 ws-batch-run-id pic x(16).
               01 ws-batch-start-time pic 9(8).

               *> the outbound extract, run once the trailer is down
               *> -- the shell-out's wait status is the program's
               *> return code times 256
               01 ws-extract-cmd pic x(80) value "./day1-extract".
               01 ws-extract-rc pic 9(5).

               *> the job stream: the step table as loaded, and what
               *> became of each step.  st-ran says the step really
               *> ran (or was carried from an abended attempt) -- a
               *> flushed, disabled or ill-defined step did not, and
               *> any step depending on it is flushed in its turn
               01 ws-steps-status pic x(2).
               01 ws-step-overflow pic x(1) value 'N'.
               01 ws-days-step-seen pic x(1) value 'N'.
               01 step-count pic 9(2) value zero.
               01 step-table.
                   05 step-entry occurs 25 times.
                       10 st-name pic x(10).
                       10 st-program-name pic x(30).
                       10 st-depends-on pic x(10).
                       10 st-depends-idx pic 9(2).
                       10 st-cond-code pic 9(4).
                       10 st-cond-op pic x(2).
                       10 st-env-count pic 9(2).
                       10 st-env-setting occurs 8 times.
                           15 st-env-name pic x(32).
                           15 st-env-value pic x(40).
                       10 st-env-set pic x(1).
                       10 st-enabled pic x(1).
                       10 st-defn-error pic x(40).
                       10 st-ran pic x(1).
                       10 st-rc pic 9(3).
                       10 st-status pic x(8).
                       10 st-elapsed pic 9(5).
                       10 st-note pic x(40).

               01 sx pic 9(2) value 1.
               01 se pic 9(2) value 1.
               01 ws-extract-step-seen pic x(1) value 'N'.
               01 ws-batch-closed pic x(1) value 'N'.
               01 ws-day-input-file pic x(40).
               01 dp pic 9(2) value 1.
               01 ws-step-flushed pic x(1).
               01 ws-cond-met pic x(1).
               01 ws-steps-run pic 9(2) value zero.
               01 ws-steps-flushed pic 9(2) value zero.
               01 ws-steps-failed pic 9(2) value zero.
               01 ws-days-duplicate pic 9(2) value zero.
               01 ws-days-start-elapsed pic 9(7).

               *> the job-stream section of the consolidated report --
               *> field widths here match step-line-fields position
               *> for position so the headings line up
               01 step-line-fields.
                   05 sl-name pic x(10).
                   05 filler pic x(2) value space.
                   05 sl-program pic x(30).
                   05 filler pic x(1) value space.
                   05 sl-rc pic zz9.
                   05 filler pic x(2) value space.
                   05 sl-status pic x(8).
                   05 filler pic x(2) value space.
                   05 sl-note pic x(32).

               01 step-header.
                   05 filler pic x(10) value "step".
                   05 filler pic x(2) value space.
                   05 filler pic x(30) value "program".
                   05 filler pic x(1) value space.
                   05 filler pic x(3) value " rc".
                   05 filler pic x(2) value space.
                   05 filler pic x(8) value "status".
                   05 filler pic x(2) value space.
                   05 filler pic x(32) value "note".

               *> step-level restart, the job-stream twin of the
               *> prior-day table: steps the abended attempt ran OK
               01 prior-step-count pic 9(2) value zero.
               01 prior-step-table.
                   05 prior-step-entry occurs 25 times.
                       10 ps-name pic x(10).
                       10 ps-status pic x(8).
                       10 ps-elapsed pic 9(5).
               01 ws-prior-step-hit pic 9(2) value zero.

               *> a prior STP record pulled apart -- field positions
               *> match the batch-step-fields layout
               01 prior-step-fields.
                   05 pst-name pic x(10).
                   05 filler pic x(1).
                   05 pst-status pic x(8).
                   05 filler pic x(1).
                   05 pst-rc-x pic x(3).
                   05 filler pic x(1).
                   05 pst-elapsed-x pic x(5).

               *> each day's summary kept aside under its program's
               *> own name once the driver has read it
               01 ws-copy-cmd pic x(100).

       procedure division.
       main.
           accept ws-batch-date from date yyyymmdd.
           accept ws-batch-start-time from time.
           string ws-batch-date delimited by size
               ws-batch-start-time delimited by size
               into ws-batch-run-id
           end-string.
           perform read-message-log-name.
           perform read-window-seconds.
           perform load-day-table.
           perform load-expected-answers.
           perform load-runtimes-history.
           perform load-prior-batch-status.
           perform load-step-table.
           open output consolidated-report.
           open output batch-status-file.

               move consolidated-header to consolidated-line.
               write consolidated-line.

               if step-count > 0
                   perform run-job-stream
               else
                   perform run-day-table
               end-if.

               move spaces to consolidated-line.
               move ws-combined-total to ct-combined-total.
               move consolidated-trailer to consolidated-line.
               write consolidated-line.

           if ws-batch-closed = 'N'
               perform close-batch
           end-if.

           if step-count > 0
               perform write-job-stream-section
           end-if.
           perform write-timing-section.

           close consolidated-report.
           display "combined total is " ws-combined-total.
           if ws-days-failed > 0 or ws-steps-failed > 0
               if ws-days-failed > 0
                   display ws-days-failed " day(s) failed -- ending "
                       "with return code 8 so the scheduler holds "
                       "downstream work"
                   move 'E' to ml-severity
                   move spaces to ml-text
                   string ws-days-failed delimited by size
                       " day(s) failed -- downstream work held"
                       delimited by size into ml-text
                   end-string
                   perform write-log-message
               end-if
               if ws-steps-failed > 0
                   display ws-steps-failed " job-stream step(s) "
                       "failed -- ending with return code 8 so the "
                       "scheduler holds downstream work"
                   move 'E' to ml-severity
                   move spaces to ml-text
                   string ws-steps-failed delimited by size
                       " job-stream step(s) failed -- downstream "
                       "work held" delimited by size into ml-text
                   end-string
                   perform write-log-message
               end-if
               move 8 to return-code
           else
               move zero to return-code
               if ws-extract-rc not = zero
                   move 8 to return-code
               end-if
               move 'I' to ml-severity
               move spaces to ml-text
               string "batch complete -- combined total "
                   delimited by size
                   ws-combined-total delimited by size
                   into ml-text
               end-string
               perform write-log-message
           end-if.
           stop run.

       run-day-table.
           move 1 to idx.
           perform until idx > day-entry-count
               if de-enabled(idx) = 'Y'
                   perform check-prior-day-status
                   if ws-prior-day-ok = 'Y'
                       perform report-restarted-day
                   else
                       perform run-one-day
                   end-if
               else
                   perform report-disabled-day
               end-if
               add 1 to idx
           end-perform.

       load-step-table.
           move zero to step-count.
           open input step-definition-file.
           if ws-steps-status not = "00"
               exit paragraph
           end-if.
           move 'N' to ws-control-eof.
           perform until ws-control-eof = 'Y'
               read step-definition-file
                   at end move 'Y' to ws-control-eof
                   not at end perform load-one-step-entry
               end-read
           end-perform.
           close step-definition-file.
           move 'N' to ws-control-eof.

       load-one-step-entry.
           *> a step is checked as it is loaded, but a bad one is
           *> not dropped -- it is carried to run time and reported
           *> FAILED there, so the night's report shows the step
           *> operations thought they had scheduled
           if step-definition-record = spaces
               exit paragraph
           end-if.
           if sdr-step-name = spaces and sdr-program-name = spaces
               perform load-step-continuation
               exit paragraph
           end-if.
           if step-count >= 25
               if ws-step-overflow = 'N'
                   move 'Y' to ws-step-overflow
                   display "step file holds more than 25 steps -- "
                       "steps past the first 25 are not run"
                   move 'W' to ml-severity
                   move spaces to ml-text
                   string "step file holds more than 25 steps -- "
                       "extras not run"
                       delimited by size into ml-text
                   end-string
                   perform write-log-message
               end-if
               exit paragraph
           end-if.
           add 1 to step-count.
           move sdr-step-name to st-name(step-count).
           move sdr-program-name to st-program-name(step-count).
           move sdr-depends-on to st-depends-on(step-count).
           move zero to st-depends-idx(step-count).
           move zero to st-cond-code(step-count).
           move sdr-cond-op to st-cond-op(step-count).
           move zero to st-env-count(step-count).
           move 'N' to st-env-set(step-count).
           if sdr-env-name not = spaces
               move 1 to st-env-count(step-count)
               move sdr-env-name to st-env-name(step-count, 1)
               move sdr-env-value to st-env-value(step-count, 1)
           end-if.
           move sdr-enabled to st-enabled(step-count).
           move spaces to st-defn-error(step-count).
           move 'N' to st-ran(step-count).
           move zero to st-rc(step-count).
           move zero to st-elapsed(step-count).
           move spaces to st-status(step-count).
           move spaces to st-note(step-count).

           if sdr-program-name = spaces
               move "no program named" to st-defn-error(step-count)
           end-if.
           if sdr-program-name = "*DAYS"
               if ws-days-step-seen = 'Y'
                   move "day table already run by an earlier step"
                       to st-defn-error(step-count)
               end-if
               move 'Y' to ws-days-step-seen
           end-if.
           if sdr-program-name = "*EXTRACT"
               if ws-extract-step-seen = 'Y'
                   move "extract already run by an earlier step"
                       to st-defn-error(step-count)
               end-if
               move 'Y' to ws-extract-step-seen
           end-if.

           if sdr-cond-op not = spaces
               if sdr-cond-code-x not numeric or
                       (sdr-cond-op not = "GT" and not = "GE"
                       and not = "EQ" and not = "NE"
                       and not = "LT" and not = "LE")
                   move "COND code or operator is invalid"
                       to st-defn-error(step-count)
               else
                   move sdr-cond-code-x to st-cond-code(step-count)
               end-if
           end-if.

           *> the step depended on must already be in the table --
           *> a stream only ever looks back
           if sdr-depends-on not = spaces
               move 1 to dp
               perform until dp >= step-count
                   if st-name(dp) = sdr-depends-on
                       move dp to st-depends-idx(step-count)
                       move step-count to dp
                   else
                       add 1 to dp
                   end-if
               end-perform
               if st-depends-idx(step-count) = zero
                   move spaces to st-defn-error(step-count)
                   string "no earlier step named " delimited by size
                       sdr-depends-on delimited by space
                       into st-defn-error(step-count)
                   end-string
               end-if
           end-if.

       load-step-continuation.
           *> one more environment setting for the step above -- a
           *> bad one fails that step at run time rather than being
           *> quietly dropped
           if ws-step-overflow = 'Y'
               exit paragraph
           end-if.
           if step-count = zero
               display "step file opens with a continuation record "
                   "-- it belongs to no step and is ignored"
               move 'W' to ml-severity
               move spaces to ml-text
               string "step file opens with a continuation record "
                   "-- ignored"
                   delimited by size into ml-text
               end-string
               perform write-log-message
               exit paragraph
           end-if.
           if sdr-env-name = spaces
               move "continuation record names no variable"
                   to st-defn-error(step-count)
               exit paragraph
           end-if.
           if st-env-count(step-count) >= 8
               move "more than 8 environment settings"
                   to st-defn-error(step-count)
               exit paragraph
           end-if.
           add 1 to st-env-count(step-count).
           move st-env-count(step-count) to se.
           move sdr-env-name to st-env-name(step-count, se).
           move sdr-env-value to st-env-value(step-count, se).

       run-job-stream.
           move 1 to sx.
           perform until sx > step-count
               perform run-one-step
               add 1 to sx
           end-perform.

       run-one-step.
           if st-enabled(sx) not = 'Y'
               move "DISABLED" to st-status(sx)
               move "disabled in the step file" to st-note(sx)
               perform write-step-status
               exit paragraph
           end-if.
           if st-defn-error(sx) not = spaces
               move "FAILED" to st-status(sx)
               move st-defn-error(sx) to st-note(sx)
               add 1 to ws-steps-failed
               perform log-step-outcome
               perform write-step-status
               exit paragraph
           end-if.

           perform check-step-condition.
           if ws-step-flushed = 'Y'
               move "FLUSHED" to st-status(sx)
               add 1 to ws-steps-flushed
               perform log-step-outcome
               perform write-step-status
               exit paragraph
           end-if.

           *> a step's environment setting stays set for the rest of
           *> the stream, exactly as the day table's input names do
           move 1 to se.
           perform until se > st-env-count(sx)
               move st-env-name(sx, se) to ws-env-name
               display ws-env-name upon environment-name
               display st-env-value(sx, se) upon environment-value
               add 1 to se
           end-perform.
           move 'Y' to st-env-set(sx).

           if st-program-name(sx) = "*DAYS"
               perform run-days-step
           else
               if st-program-name(sx) = "*EXTRACT"
                   perform run-extract-step
               else
                   perform check-prior-step-status
                   if ws-prior-step-hit > 0
                       perform carry-prior-step
                       exit paragraph
                   end-if
                   perform run-program-step
               end-if
           end-if.

           add 1 to ws-steps-run.
           evaluate true
               when st-rc(sx) = zero
                   move "OK" to st-status(sx)
               when st-rc(sx) not > 4
                   move "WARNING" to st-status(sx)
               when other
                   move "FAILED" to st-status(sx)
                   add 1 to ws-steps-failed
                   perform log-step-outcome
           end-evaluate.
           perform write-step-status.

       check-step-condition.
           *> JCL COND semantics: the test names the return code
           *> that BYPASSES the step -- (4,LT) flushes it when 4 is
           *> less than the code tested, i.e. on anything worse than
           *> a warning.  with a depends-on step only that step's
           *> code is tested, and a depends-on step that never ran
           *> flushes this one too; with none, every earlier step
           *> that ran is tested, as COND without a step name is
           move 'N' to ws-step-flushed.
           if st-depends-idx(sx) > 0
               move st-depends-idx(sx) to dp
               if st-ran(dp) = 'N'
                   move 'Y' to ws-step-flushed
                   move spaces to st-note(sx)
                   string "step " delimited by size
                       st-name(dp) delimited by space
                       " did not run" delimited by size
                       into st-note(sx)
                   end-string
               else
                   perform test-step-condition
               end-if
               exit paragraph
           end-if.
           move 1 to dp.
           perform until dp >= sx
               if st-ran(dp) = 'Y'
                   perform test-step-condition
               end-if
               if ws-step-flushed = 'Y'
                   move sx to dp
               else
                   add 1 to dp
               end-if
           end-perform.

       test-step-condition.
           if st-cond-op(sx) = spaces
               exit paragraph
           end-if.
           move 'N' to ws-cond-met.
           evaluate st-cond-op(sx)
               when "GT"
                   if st-cond-code(sx) > st-rc(dp)
                       move 'Y' to ws-cond-met
                   end-if
               when "GE"
                   if st-cond-code(sx) >= st-rc(dp)
                       move 'Y' to ws-cond-met
                   end-if
               when "EQ"
                   if st-cond-code(sx) = st-rc(dp)
                       move 'Y' to ws-cond-met
                   end-if
               when "NE"
                   if st-cond-code(sx) not = st-rc(dp)
                       move 'Y' to ws-cond-met
                   end-if
               when "LT"
                   if st-cond-code(sx) < st-rc(dp)
                       move 'Y' to ws-cond-met
                   end-if
               when "LE"
                   if st-cond-code(sx) <= st-rc(dp)
                       move 'Y' to ws-cond-met
                   end-if
           end-evaluate.
           if ws-cond-met = 'Y'
               move 'Y' to ws-step-flushed
               move spaces to st-note(sx)
               string "COND " delimited by size
                   st-cond-code(sx) delimited by size
                   "," delimited by size
                   st-cond-op(sx) delimited by size
                   " met by " delimited by size
                   st-name(dp) delimited by space
                   " rc " delimited by size
                   st-rc(dp) delimited by size
                   into st-note(sx)
               end-string
           end-if.

       run-days-step.
           *> the day table, run where the stream puts it -- its
           *> return code is the one the batch itself would have
           *> given: 8 on a failed or broken day, 4 when a feed was
           *> refused as a duplicate, otherwise 0
           move ws-batch-elapsed to ws-days-start-elapsed.
           perform run-day-table.
           compute st-elapsed(sx) =
               ws-batch-elapsed - ws-days-start-elapsed.
           move 'Y' to st-ran(sx).
           if ws-days-failed > 0
               move 8 to st-rc(sx)
           else
               if ws-days-duplicate > 0
                   move 4 to st-rc(sx)
               else
                   move zero to st-rc(sx)
               end-if
           end-if.

       run-extract-step.
           *> the trailer and the extract where the stream puts them
           *> -- the step's return code is the extract's own
           perform close-batch.
           move ws-extract-rc to st-rc(sx).
           move zero to st-elapsed(sx).
           move 'Y' to st-ran(sx).

       run-program-step.
           move spaces to ws-shell-cmd.
           string "./" st-program-name(sx) delimited by space
               into ws-shell-cmd
           end-string.
           accept ws-time-work from time.
           perform convert-time-to-seconds.
           move ws-work-seconds to ws-step-start-secs.
           call "SYSTEM" using ws-shell-cmd.
           divide return-code by 256 giving st-rc(sx).
           accept ws-time-work from time.
           perform convert-time-to-seconds.
           move ws-work-seconds to ws-step-end-secs.
           compute ws-step-elapsed =
               ws-step-end-secs - ws-step-start-secs.
           if ws-step-elapsed < 0
               add 86400 to ws-step-elapsed
           end-if.
           move ws-step-elapsed to st-elapsed(sx).
           add ws-step-elapsed to ws-batch-elapsed.
           move 'Y' to st-ran(sx).

       check-prior-step-status.
           *> as with days, only a step the abended attempt ran OK
           *> is carried -- anything else is run again
           move zero to ws-prior-step-hit.
           if ws-restart-mode = 'N'
               exit paragraph
           end-if.
           move 1 to pr.
           perform until pr > prior-step-count
               if ps-name(pr) = st-name(sx)
                       and ps-status(pr) = "OK"
                   move pr to ws-prior-step-hit
                   move prior-step-count to pr
               end-if
               add 1 to pr
           end-perform.

       carry-prior-step.
           add 1 to ws-steps-run.
           move 'Y' to st-ran(sx).
           move zero to st-rc(sx).
           move "OK" to st-status(sx).
           move ps-elapsed(ws-prior-step-hit) to st-elapsed(sx).
           add ps-elapsed(ws-prior-step-hit) to ws-batch-elapsed.
           move "carried from the abended attempt" to st-note(sx).
           perform write-step-status.
           move 'I' to ml-severity.
           move spaces to ml-text.
           string "step " delimited by size
               st-name(sx) delimited by space
               " carried from the abended attempt"
               delimited by size into ml-text
           end-string.
           perform write-log-message.

       log-step-outcome.
           if st-status(sx) = "FLUSHED"
               move 'W' to ml-severity
           else
               move 'E' to ml-severity
           end-if.
           if st-status(sx) = "FAILED" and st-note(sx) = spaces
               string "ended with return code " delimited by size
                   st-rc(sx) delimited by size
                   into st-note(sx)
               end-string
           end-if.
           display "step " st-name(sx) " " st-status(sx) " -- "
               st-note(sx).
           move spaces to ml-text.
           string "step " delimited by size
               st-name(sx) delimited by space
               " " delimited by size
               st-status(sx) delimited by space
               " -- " delimited by size
               st-note(sx) delimited by size
               into ml-text
           end-string.
           perform write-log-message.

       write-step-status.
           *> a step run after the trailer is written has its STP
           *> record appended behind it
           if ws-batch-closed = 'Y'
               open extend batch-status-file
               if ws-batch-in-status not = "00"
                   display "unable to reopen batch status file -- "
                       "status " ws-batch-in-status
                   exit paragraph
               end-if
           end-if.
           move st-name(sx) to bs-step-name.
           move st-status(sx) to bs-status.
           move st-rc(sx) to bs-rc.
           move st-elapsed(sx) to bs-elapsed.
           move st-program-name(sx) to bs-program-name.
           move st-depends-on(sx) to bs-depends-on.
           move batch-step-fields to batch-status-line.
           write batch-status-line.
           if ws-batch-closed = 'Y'
               close batch-status-file
           end-if.

       write-job-stream-section.
           move spaces to consolidated-line.
           write consolidated-line.
           move "job stream" to consolidated-line.
           write consolidated-line.
           move step-header to consolidated-line.
           write consolidated-line.
           move 1 to sx.
           perform until sx > step-count
               move spaces to step-line-fields
               move st-name(sx) to sl-name
               move st-program-name(sx) to sl-program
               if st-ran(sx) = 'Y'
                   move st-rc(sx) to sl-rc
               end-if
               move st-status(sx) to sl-status
               move st-note(sx) to sl-note
               move step-line-fields to consolidated-line
               write consolidated-line
               add 1 to sx
           end-perform.

           move spaces to window-line-fields.
           move "steps run ...................." to wl-literal.
           move ws-steps-run to wl-amount.
           move window-line-fields to consolidated-line.
           write consolidated-line.
           move "steps flushed ................" to wl-literal.
           move ws-steps-flushed to wl-amount.
           move window-line-fields to consolidated-line.
           write consolidated-line.
           move "steps failed ................." to wl-literal.
           move ws-steps-failed to wl-amount.
           move window-line-fields to consolidated-line.
           write consolidated-line.

       close-batch.
           *> the TRL trailer marks the batch finished -- the extract
           *> reads it, and so does any step the stream runs after
           *> it, so the file is closed before either starts
           move ws-days-run to bt-days-run.
           move ws-days-failed to bt-days-failed.
           move ws-combined-total to bt-combined-total.
           move ws-batch-elapsed to bt-elapsed-total.
           move ws-batch-date to bt-batch-date.
           move ws-batch-run-id to bt-batch-run-id.
           move ws-steps-run to bt-steps-run.
           move ws-steps-flushed to bt-steps-flushed.
           move ws-steps-failed to bt-steps-failed.
           move batch-trailer-fields to batch-status-line.
           write batch-status-line.
           close batch-status-file.
           move 'Y' to ws-batch-closed.

           perform run-outbound-extract.

       run-outbound-extract.
           *> day1-extract re-checks the trailer itself and withholds
           *> the extract on anything short of a clean batch --
           *> removing last night's so it cannot go again -- so the
           *> driver runs it every night and only has to say whether
           *> it came back clean
           move zero to ws-extract-rc.
           call "SYSTEM" using ws-extract-cmd.
           divide return-code by 256 giving ws-extract-rc.
           if ws-extract-rc not = zero and
                   (ws-days-failed > 0 or ws-steps-failed > 0)
               display "outbound extract withheld -- the batch did "
                   "not finish clean"
               move 'W' to ml-severity
               move spaces to ml-text
               string "outbound extract withheld -- the batch did "
                   "not finish clean"
                   delimited by size into ml-text
               end-string
               perform write-log-message
               exit paragraph
           end-if.
           if ws-extract-rc not = zero
               display "outbound extract not produced -- return code "
                   ws-extract-rc
               move 'E' to ml-severity
               move spaces to ml-text
               string "outbound extract not produced -- return code "
                   delimited by size
                   ws-extract-rc delimited by size
                   into ml-text
               end-string
               perform write-log-message
           end-if.

       read-message-log-name.
           move "DAY1_MESSAGE_LOG" to ws-env-name.
           move dcr-enabled to de-enabled(day-entry-count).

       run-one-day.
           move de-input-file(idx) to ws-day-input-file.
           if step-count > 0
               perform find-stream-input-setting
           end-if.
           move de-input-env-name(idx) to ws-env-name.
           display ws-env-name upon environment-name.
           display ws-day-input-file upon environment-value.

           *> clear out any summary left over from a previous run of
           *> this step -- otherwise a day-N program that abends

           perform read-day-summary.

           *> the day's summary is kept aside under its program's own
           *> name (day-1/day1 leaves day-1/day1-summary.dat) -- the
           *> next day overwrites the shared one, and a verify step
           *> later in the stream needs the one its own day posted
           move spaces to ws-copy-cmd.
           string "cp day1-summary.dat " delimited by size
               de-program-name(idx) delimited by space
               "-summary.dat" delimited by size
               into ws-copy-cmd
           end-string.
           call "SYSTEM" using ws-copy-cmd.

           move spaces to consolidated-line-fields.
           move de-label(idx) to cl-label.
           if de-failed(idx) = 'Y'
           move de-calced-sum(idx) to bd-sum.
           move de-verify(idx) to bd-verify.
           move de-elapsed(idx) to bd-elapsed.
           move de-star1-sum(idx) to bd-star1-sum.
           move de-record-count(idx) to bd-record-count.
           move de-exception-count(idx) to bd-exception-count.
           if de-failed(idx) = 'Y'
               move "FAILED" to bd-status
               add 1 to ws-days-failed
           else
               if de-duplicate(idx) = 'Y'
                   move "DUP" to bd-status
                   add 1 to ws-days-duplicate
               else
                   if de-verify(idx) = "BREAK"
                       move "BREAK" to bd-status
           move "DISABLED" to bd-status.
           move zero to bd-sum.
           move zero to bd-elapsed.
           move zero to bd-star1-sum.
           move zero to bd-record-count.
           move zero to bd-exception-count.
           move batch-day-fields to batch-status-line.
           write batch-status-line.

       load-prior-batch-status.
           *> read before the file is reopened for output and
           *> truncated: DAY or STP records without a TRL trailer
           *> mean the last attempt died partway, and every step and
           *> day it already ran OK can be carried instead of rerun --
           *> a step counts on its own, since an attempt can die after
           *> edit has advanced its feed sequence but before any day
           *> has posted
           open input batch-status-file.
           if ws-batch-in-status not = "00"
               exit paragraph
           end-perform.
           close batch-status-file.

           if (prior-day-count > 0 or prior-step-count > 0)
                   and ws-prior-trailer = 'N'
               move 'Y' to ws-restart-mode
               display "batch status from an abended attempt found "
                   "-- restarting, OK steps and days will be carried"
               move 'W' to ml-severity
               move spaces to ml-text
               string "restarting after an abend -- OK steps and "
                   "days carried"
                   delimited by size into ml-text
               end-string
               perform write-log-message
           if batch-status-line(1:4) = "TRL "
               move 'Y' to ws-prior-trailer
           end-if.
           if batch-status-line(1:4) = "STP "
               perform store-prior-step-line
               exit paragraph
           end-if.
           if batch-status-line(1:4) not = "DAY "
               exit paragraph
           end-if.
           if prior-day-count >= 25
               exit paragraph
           end-if.
           move batch-status-line(5:72) to prior-day-fields.
           add 1 to prior-day-count.
           move pd-label to pb-label(prior-day-count).
           move pd-status to pb-status(prior-day-count).
           inspect ws-elapsed-work-x replacing leading space by '0'.
           move ws-elapsed-work-x to ws-elapsed-work.
           move ws-elapsed-work to pb-elapsed(prior-day-count).
           move pd-star1-x to ws-count-work-x.
           inspect ws-count-work-x replacing leading space by '0'.
           move ws-count-work-x to ws-count-work.
           move ws-count-work to pb-star1-sum(prior-day-count).
           move spaces to ws-count-work-x.
           move pd-record-count-x to ws-count-work-x(3:7).
           inspect ws-count-work-x replacing leading space by '0'.
           move ws-count-work-x to ws-count-work.
           move ws-count-work to pb-record-count(prior-day-count).
           move spaces to ws-count-work-x.
           move pd-exception-count-x to ws-count-work-x(3:7).
           inspect ws-count-work-x replacing leading space by '0'.
           move ws-count-work-x to ws-count-work.
           move ws-count-work to pb-exception-count(prior-day-count).

       store-prior-step-line.
           if prior-step-count >= 25
               exit paragraph
           end-if.
           move batch-status-line(5:29) to prior-step-fields.
           add 1 to prior-step-count.
           move pst-name to ps-name(prior-step-count).
           move pst-status to ps-status(prior-step-count).
           move pst-elapsed-x to ws-elapsed-work-x.
           inspect ws-elapsed-work-x replacing leading space by '0'.
           move ws-elapsed-work-x to ws-elapsed-work.
           move ws-elapsed-work to ps-elapsed(prior-step-count).

       find-stream-input-setting.
           *> the latest setting a step that ran made for this day's
           *> own input variable wins over the day table's file
           move 1 to dp.
           perform until dp > sx
               if st-env-set(dp) = 'Y'
                   move 1 to se
                   perform until se > st-env-count(dp)
                       if st-env-name(dp, se) = de-input-env-name(idx)
                           move st-env-value(dp, se)
                               to ws-day-input-file
                       end-if
                       add 1 to se
                   end-perform
               end-if
               add 1 to dp
           end-perform.

       check-prior-day-status.
           *> only a day the abended attempt posted OK is carried --
           move pb-sum(ws-prior-hit) to bd-sum.
           move pb-verify(ws-prior-hit) to bd-verify.
           move pb-elapsed(ws-prior-hit) to bd-elapsed.
           move pb-star1-sum(ws-prior-hit) to bd-star1-sum.
           move pb-record-count(ws-prior-hit) to bd-record-count.
           move pb-exception-count(ws-prior-hit)
               to bd-exception-count.
           move batch-day-fields to batch-status-line.
           write batch-status-line.

           *> a failed day instead of aborting the whole batch, so one
           *> bad day-N input doesn't force babysitting the whole run
           move zero to de-calced-sum(idx).
           move zero to de-star1-sum(idx).
           move zero to de-record-count(idx).
           move zero to de-exception-count(idx).
           move 'N' to de-failed(idx).
           move 'N' to de-duplicate(idx).
           move spaces to de-verify(idx).
                           else
                               move sif-calced-sum
                                   to de-calced-sum(idx)
                               move sif-star1-sum
                                   to de-star1-sum(idx)
                               move sif-record-count
                                   to de-record-count(idx)
                               move sif-exception-count
                                   to de-exception-count(idx)
                               perform verify-day-answer
                           end-if
                       end-if
