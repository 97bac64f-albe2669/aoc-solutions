                   05 hi-average-num pic 9(3)v9(2).
                   05 hi-restart-flag pic x(1).
                   05 hi-input-file-name pic x(80).
                   05 hi-reversed-flag pic x(1).
                   05 hi-run-id pic x(16).

               *> layout matches the summary-record day1 writes
               fd work-summary-file.

       copy-run-line.
           if archive-line(1:4) = "HDR " or
                   archive-line(1:4) = "END " or
                   archive-line(1:4) = "REV "
               if archive-line(5:16) not = ws-run-id
                   exit paragraph
               end-if
           close work-summary-file.

       match-history-record.
           *> matched on the run id day1 stamps on the record -- a
           *> restarted run's date and time are the restart's.  older
           *> records without the id match on date and time
           if hi-run-id not = spaces
               if hi-run-id not = ws-run-id
                   exit paragraph
               end-if
           else
               if hi-run-date not = ws-wanted-date or
                       hi-run-time not = ws-wanted-time
                   exit paragraph
               end-if
           end-if.
           if ws-history-found = 'Y'
               exit paragraph
           end-if.
           move 'Y' to ws-history-found.
           if hi-reversed-flag = 'Y'
               display "run " ws-run-id " has been reversed -- "
                   "its figures no longer stand"
           end-if.
           move "OK  " to wsr-status.
           move hi-calced-sum to wsr-calced-sum.
           move hi-record-count to wsr-record-count.
