       *> morning operations digest: folds the machine-readable
       *> leavings of a night's batch -- the DAY, STP and TRL records in
       *> day1-batch-status.dat, the posted summary-record (with the
       *> per-source subtotals a multi-source run posts behind it), the
       *> exception-data reject file, the edit report's released/
       *> withheld decision and counts, and the recycle report's
       *> dispositions -- into one page saying what ran, what failed,
       data division.
           file section.
               fd batch-status-file.
               01 batch-status-line pic x(80).

               *> layout matches the summary-record day1 writes
               fd summary-in-file.
                   05 sif-min-num pic 9(2).
                   05 sif-max-num pic 9(2).
                   05 sif-valid-count pic 9(7).
                   *> blank on the run record; a multi-source run
                   *> follows it with one "SRC " record per source
                   05 sif-source-id pic x(8).

               *> layout matches the exception-data-record day1 writes
               fd exception-data-file.
               01 exception-data-record.
                   05 xd-rec-no pic 9(7).
                   05 xd-raw-text pic x(80).
                   05 xd-run-id pic x(16).
                   05 xd-source-id pic x(8).
                   05 xd-source-rec-no pic 9(7).
                   05 xd-source-file pic x(80).

               fd edit-report-in.
               01 edit-report-line pic x(100).
                   05 filler pic x(1).
                   05 bst-combined-total pic 9(10).

               *> an STP record pulled apart -- positions match the
               *> batch-step-fields layout the driver writes
               01 bs-step-fields.
                   05 bss-name pic x(10).
                   05 filler pic x(1).
                   05 bss-status pic x(8).
                   05 filler pic x(1).
                   05 bss-rc pic x(3).

               01 ws-failed-steps pic 9(2) value zero.
               01 ws-flushed-steps pic 9(2) value zero.

               01 ws-have-batch-status pic x(1) value 'N'.
               01 ws-have-trailer pic x(1) value 'N'.
               01 ws-failed-days pic 9(2) value zero.
               *> the day1 step's own summary
               01 ws-have-summary pic x(1) value 'N'.
               01 ws-summary-failed pic x(1) value 'N'.
               01 ws-source-lines pic 9(2) value zero.

               *> reject count straight off the exception-data file
               01 ws-have-rejects pic x(1) value 'N'.
                   05 dc-literal pic x(30).
                   05 dc-amount pic z(9)9.

               *> field widths here match digest-day-fields so the
               *> job-stream steps line up under the days
               01 digest-step-fields.
                   05 ds-name pic x(10).
                   05 filler pic x(3) value space.
                   05 ds-status pic x(8).
                   05 filler pic x(3) value space.
                   05 ds-literal pic x(3).
                   05 filler pic x(1) value space.
                   05 ds-rc pic x(3).

               *> one line per source of a multi-source run, off
               *> the "SRC " records behind the run record
               01 digest-source-header.
                   05 filler pic x(12) value "  source".
                   05 filler pic x(7) value "records".
                   05 filler pic x(10) value "   rejects".
                   05 filler pic x(12) value "  star 1 sum".
                   05 filler pic x(12) value "  star 2 sum".

               01 digest-source-fields.
                   05 filler pic x(2) value space.
                   05 dsr-source-id pic x(8).
                   05 filler pic x(2) value space.
                   05 dsr-record-count pic z(6)9.
                   05 filler pic x(3) value space.
                   05 dsr-exception-count pic z(6)9.
                   05 filler pic x(3) value space.
                   05 dsr-star1-sum pic z(8)9.
                   05 filler pic x(3) value space.
                   05 dsr-star2-sum pic z(8)9.

               01 attention-line-fields.
                   05 filler pic x(5) value "  -- ".
                   05 at-text pic x(70).
                   add 1 to ws-dup-days
               end-if
           end-if.
           if batch-status-line(1:4) = "STP "
               move batch-status-line(5:23) to bs-step-fields
               move spaces to digest-step-fields
               move bss-name to ds-name
               move bss-status to ds-status
               if bss-status not = "FLUSHED" and
                       bss-status not = "DISABLED"
                   move " rc" to ds-literal
                   move bss-rc to ds-rc
               end-if
               move digest-step-fields to digest-line
               write digest-line
               if bss-status = "FAILED"
                   add 1 to ws-failed-steps
               end-if
               if bss-status = "FLUSHED"
                   add 1 to ws-flushed-steps
               end-if
           end-if.
           if batch-status-line(1:4) = "TRL "
               move 'Y' to ws-have-trailer
               move batch-status-line(5:16) to bs-trailer-fields
                   move 'Y' to ws-summary-failed
               not at end perform digest-summary-record
           end-read.
           if ws-have-summary = 'Y' and sif-status = "OK  "
               perform until ws-eof = 'Y'
                   read summary-in-file
                       at end move 'Y' to ws-eof
                       not at end perform digest-source-record
                   end-read
               end-perform
               move 'N' to ws-eof
           end-if.
           close summary-in-file.

       digest-summary-record.
           move digest-count-fields to digest-line.
           write digest-line.

       digest-source-record.
           *> the first source record brings its column header
           if sif-status not = "SRC "
               exit paragraph
           end-if.
           if ws-source-lines = zero
               move "per-source subtotals:" to digest-line
               write digest-line
               move digest-source-header to digest-line
               write digest-line
           end-if.
           add 1 to ws-source-lines.
           move sif-source-id to dsr-source-id.
           move sif-record-count to dsr-record-count.
           move sif-exception-count to dsr-exception-count.
           move sif-star1-sum to dsr-star1-sum.
           move sif-calced-sum to dsr-star2-sum.
           move digest-source-fields to digest-line.
           write digest-line.

       digest-edit-step.
           perform write-blank-line.
           move "*** front-end edit (day1-edit)" to digest-line.
                   to at-text
               perform write-attention-line
           end-if.
           if ws-failed-steps > 0
               move "failed job-stream steps in the batch" to at-text
               perform write-attention-line
           end-if.
           if ws-flushed-steps > 0
               move "job-stream steps flushed -- check their conditions"
                   to at-text
               perform write-attention-line
           end-if.
           if ws-dup-days > 0
               move "duplicate feeds refused -- check what was run"
                   to at-text
