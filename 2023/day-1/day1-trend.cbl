       *> lines: each run's totals, the sum delta against the previous
       *> run of the same input file, and exception-count creep -- so
       *> "has this feed been stable this month" has an answer that
       *> doesn't involve digging through old console logs.  a run
       *> day1-backout has reversed is left out, as if it had never
       *> posted.
       *>
       *> DAY1_HISTORY_FILE in the environment overrides the stock
       *> history file name; DAY1_TREND_RUNS limits the report to the
                   05 hi-average-num pic 9(3)v9(2).
                   05 hi-restart-flag pic x(1).
                   05 hi-input-file-name pic x(80).
                   05 hi-reversed-flag pic x(1).
                   05 hi-run-id pic x(16).

               fd trend-report.
               01 trend-line pic x(100).
               perform until ws-eof = 'Y'
                   read history-file
                       at end move 'Y' to ws-eof
                       not at end
                           if hi-reversed-flag not = 'Y'
                               add 1 to ws-history-total
                           end-if
                   end-read
               end-perform
               close history-file
           perform write-log-message.

       store-history-record.
           if hi-reversed-flag = 'Y'
               exit paragraph
           end-if.
           if ws-skip-count > 0
               subtract 1 from ws-skip-count
           else
