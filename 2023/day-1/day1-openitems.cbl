       *> open-exception master for day1 rejects: posts every record
       *> on the machine-readable exception file a day1 run leaves
       *> behind to a keyed master of open items (input file plus
       *> record number within it), so a reject stays on the books
       *> from run to run until day1-recycle applies a correction
       *> that produces a digit and closes it -- then prints an aging
       *> report of everything still open, oldest bucket first (over
       *> 30 days, 8-30, 3-7, 0-2), so the rejects that have sat
       *> longest can be taken back to the supplier.
       *>
       *> posting: a reject not on the master is added OPEN, first
       *> and last seen on the date of the run that raised it (the
       *> first eight bytes of the run id day1 stamps on the
       *> exception record, today when there is none).  a reject
       *> already open just has its last-seen date moved on; one a
       *> repair closed, or day1-backout closed with its reversed
       *> run, that has come back on a later run is reopened and
       *> aged from the new run.  the master keeps the
       *> run id that last posted each item, so posting the same
       *> exception file twice changes nothing.
       *>
       *> a reject from a multi-source run carries the supplier file
       *> it came from and its record number within that file, and is
       *> posted under those rather than the run's.
       *>
       *> DAY1_INPUT_FILE names the input file the rejects were
       *> raised against, the way day1 names it (stock "day1.dat");
       *> DAY1_EXCEPTION_DATA the exception file to post (stock
       *> "day1-exceptions.dat"); DAY1_OPEN_ITEMS the master (stock
       *> "day1-openitems.idx", created on first use); DAY1_AGING_DATE
       *> the date ages are taken at, yyyymmdd (unset means today).
       *> anything over 30 days raises a W on the run-message log.
       identification  division.
       program-id. day1-openitems.

       environment division.
           input-output section.
               file-control.
               *> layout matches the exception-data-record day1 writes
               select exception-data-file
               assign to dynamic ws-exception-data-name
               organization is line sequential
               file status is ws-exception-data-status.

               *> posted by key, then read end to end for the aging
               select open-items-file
               assign to dynamic ws-open-items-name
               organization is indexed
               access mode is dynamic
               record key is oi-key
               file status is ws-open-items-status.

               select aging-report assign to "day1-aging.rpt"
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
               fd exception-data-file.
               01 exception-data-record.
                   05 xd-rec-no pic 9(7).
                   05 xd-raw-text pic x(80).
                   05 xd-run-id pic x(16).
                   05 xd-source-id pic x(8).
                   05 xd-source-rec-no pic 9(7).
                   05 xd-source-file pic x(80).

               fd open-items-file.
                   copy openitems.

               fd aging-report.
               01 aging-line pic x(140).

               fd message-log-file.
               01 message-log-line pic x(110).

           working-storage section.
               01 ws-exception-data-status pic x(2).
               01 ws-open-items-status pic x(2).
               01 ws-env-name pic x(32).
               01 ws-env-value pic x(80).
               01 ws-input-file-name pic x(80) value "day1.dat".
               01 ws-exception-data-name pic x(80)
                   value "day1-exceptions.dat".
               01 ws-open-items-name pic x(80)
                   value "day1-openitems.idx".
               01 ws-message-log-name pic x(80)
                   value "day1-messages.log".
               01 ws-message-log-status pic x(2).
               01 ws-eof pic x(1) value 'N'.
               01 ws-open-item-found pic x(1).

               copy msglog.

               *> dates: the day each reject is posted as seen, and
               *> the date ages are taken at, compared as day numbers
               *> so an item can age across a month or year end
               01 ws-today pic 9(8).
               01 ws-post-date pic 9(8).
               01 ws-aging-date pic 9(8).
               01 ws-aging-day pic 9(7).
               01 ws-first-seen-day pic 9(7).
               01 ws-item-age pic s9(7).

               *> posting totals
               01 ws-exception-count pic 9(7) value zero.
               01 ws-new-count pic 9(7) value zero.
               01 ws-reopened-count pic 9(7) value zero.
               01 ws-still-open-count pic 9(7) value zero.
               01 ws-already-posted-count pic 9(7) value zero.
               01 ws-post-error-count pic 9(7) value zero.

               *> master totals, taken on the first aging pass
               01 ws-open-count pic 9(7) value zero.
               01 ws-closed-count pic 9(7) value zero.
               01 ws-reversed-count pic 9(7) value zero.

               *> the aging buckets, oldest first -- one pass of the
               *> master per bucket so the report reads top down
               01 aging-bucket-table.
                   05 aging-bucket-entry occurs 4 times.
                       10 ab-label pic x(14).
                       10 ab-low-age pic 9(5).
                       10 ab-high-age pic 9(5).
                       10 ab-count pic 9(7).
               01 b pic 9(1) value 1.

               01 report-header-fields.
                   05 filler pic x(34)
                       value "open-exception aging, as at date ".
                   05 rh-aging-date pic 9(8).

               01 column-header.
                   05 filler pic x(42) value "input file".
                   05 filler pic x(9) value "rec no.".
                   05 filler pic x(10) value "first".
                   05 filler pic x(10) value "last".
                   05 filler pic x(7) value "  age".
                   05 filler pic x(11) value "record text".

               01 section-banner-fields.
                   05 filler pic x(4) value "*** ".
                   05 sb-label pic x(14).

               01 aging-line-fields.
                   05 al-input-file pic x(40).
                   05 filler pic x(2) value space.
                   05 al-rec-no pic z(6)9.
                   05 filler pic x(2) value space.
                   05 al-first-seen pic 9(8).
                   05 filler pic x(2) value space.
                   05 al-last-seen pic 9(8).
                   05 filler pic x(2) value space.
                   05 al-age pic z(4)9.
                   05 filler pic x(2) value space.
                   05 al-text pic x(60).

               01 report-trailer-fields.
                   05 rt-literal pic x(30).
                   05 rt-amount pic z(6)9.

       procedure division.
       main.
           accept ws-today from date yyyymmdd.
           perform read-file-names.
           perform read-aging-date.
           perform set-up-bucket-table.

           perform open-open-items.
           if ws-open-items-status not = "00"
               display "unable to open open-items master "
                   ws-open-items-name " -- status "
                   ws-open-items-status
               move 'E' to ml-severity
               move spaces to ml-text
               string "open-items master unavailable -- status "
                   delimited by size
                   ws-open-items-status delimited by size
                   into ml-text
               end-string
               perform write-log-message
               move 8 to return-code
               stop run
           end-if.

           open input exception-data-file.
           if ws-exception-data-status not = "00"
               display "no exception file to post -- status "
                   ws-exception-data-status
           else
               perform until ws-eof = 'Y'
                   read exception-data-file
                       at end move 'Y' to ws-eof
                       not at end perform post-one-exception
                   end-read
               end-perform
               close exception-data-file
           end-if.
           close open-items-file.

           open output aging-report.
           move ws-aging-date to rh-aging-date.
           move report-header-fields to aging-line.
           write aging-line.
           move spaces to aging-line.
           write aging-line.
           move column-header to aging-line.
           write aging-line.

           move 1 to b.
           perform until b > 4
               perform print-aging-bucket
               add 1 to b
           end-perform.

           perform write-aging-totals.
           close aging-report.

           display "exceptions read ............. " ws-exception-count.
           display "new open items .............. " ws-new-count.
           display "reopened .................... " ws-reopened-count.
           display "still open .................. "
               ws-still-open-count.
           display "already posted .............. "
               ws-already-posted-count.
           display "open items on master ........ " ws-open-count.
           display "closed items on master ...... " ws-closed-count.
           display "reversed items on master .... "
               ws-reversed-count.
           move 1 to b.
           perform until b > 4
               display "open " ab-label(b) " ........ " ab-count(b)
               add 1 to b
           end-perform.

           move 'I' to ml-severity.
           move spaces to ml-text.
           string "open items posted -- " delimited by size
               ws-new-count delimited by size
               " new, " delimited by size
               ws-open-count delimited by size
               " open in all" delimited by size
               into ml-text
           end-string.
           perform write-log-message.
           if ab-count(1) > 0
               move 'W' to ml-severity
               move spaces to ml-text
               string ab-count(1) delimited by size
                   " open items over 30 days old" delimited by size
                   into ml-text
               end-string
               perform write-log-message
           end-if.
           if ws-post-error-count > 0
               move 8 to return-code
           end-if.
           stop run.

       read-file-names.
           move "DAY1_INPUT_FILE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-input-file-name
           end-if.
           move "DAY1_EXCEPTION_DATA" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-exception-data-name
           end-if.
           move "DAY1_OPEN_ITEMS" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-open-items-name
           end-if.
           move "DAY1_MESSAGE_LOG" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-message-log-name
           end-if.

       read-aging-date.
           move "DAY1_AGING_DATE" to ws-env-name.
           display ws-env-name upon environment-name.
           accept ws-aging-date from environment-value.
           if ws-aging-date = zero
               move ws-today to ws-aging-date
           end-if.
           compute ws-aging-day =
               function integer-of-date(ws-aging-date).

       set-up-bucket-table.
           move "over 30 days" to ab-label(1).
           move 31 to ab-low-age(1).
           move 99999 to ab-high-age(1).
           move "8-30 days" to ab-label(2).
           move 8 to ab-low-age(2).
           move 30 to ab-high-age(2).
           move "3-7 days" to ab-label(3).
           move 3 to ab-low-age(3).
           move 7 to ab-high-age(3).
           move "0-2 days" to ab-label(4).
           move zero to ab-low-age(4).
           move 2 to ab-high-age(4).
           move 1 to b.
           perform until b > 4
               move zero to ab-count(b)
               add 1 to b
           end-perform.

       open-open-items.
           *> the master is created empty the first time it is used,
           *> then opened for update like any other night
           open i-o open-items-file.
           if ws-open-items-status = "35"
               open output open-items-file
               close open-items-file
               open i-o open-items-file
           end-if.

       post-one-exception.
           add 1 to ws-exception-count.
           if xd-run-id(1:8) is numeric and xd-run-id(1:8) not = zero
               move xd-run-id(1:8) to ws-post-date
           else
               move ws-today to ws-post-date
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

           if ws-open-item-found = 'N'
               move 'O' to oi-status
               move ws-post-date to oi-first-seen
               move ws-post-date to oi-last-seen
               move zero to oi-closed-date
               move xd-run-id to oi-last-run-id
               move xd-raw-text to oi-raw-text
               write open-item-record
                   invalid key
                       add 1 to ws-post-error-count
                       display "open item " xd-rec-no
                           " could not be added -- status "
                           ws-open-items-status
                   not invalid key
                       add 1 to ws-new-count
               end-write
               exit paragraph
           end-if.

           *> the same run's rejects posted a second time
           if xd-run-id not = spaces and oi-last-run-id = xd-run-id
               add 1 to ws-already-posted-count
               exit paragraph
           end-if.

           if oi-status = 'C' or oi-status = 'R'
               move 'O' to oi-status
               move ws-post-date to oi-first-seen
               move zero to oi-closed-date
               add 1 to ws-reopened-count
           else
               add 1 to ws-still-open-count
           end-if.
           move ws-post-date to oi-last-seen.
           move xd-run-id to oi-last-run-id.
           move xd-raw-text to oi-raw-text.
           rewrite open-item-record
               invalid key
                   add 1 to ws-post-error-count
                   display "open item " xd-rec-no
                       " could not be updated -- status "
                       ws-open-items-status
           end-rewrite.

       print-aging-bucket.
           move spaces to aging-line.
           write aging-line.
           move ab-label(b) to sb-label.
           move section-banner-fields to aging-line.
           write aging-line.

           open input open-items-file.
           if ws-open-items-status not = "00"
               display "unable to reread open-items master -- status "
                   ws-open-items-status
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read open-items-file next record
                   at end move 'Y' to ws-eof
                   not at end perform age-one-item
               end-read
           end-perform.
           close open-items-file.

           if ab-count(b) = zero
               move "(none)" to aging-line
               write aging-line
           end-if.

       age-one-item.
           *> the master totals are taken once, on the first pass
           if b = 1
               evaluate oi-status
                   when 'O'
                       add 1 to ws-open-count
                   when 'R'
                       add 1 to ws-reversed-count
                   when other
                       add 1 to ws-closed-count
               end-evaluate
           end-if.
           if oi-status not = 'O'
               exit paragraph
           end-if.

           move zero to ws-item-age.
           if oi-first-seen is numeric and oi-first-seen not = zero
               compute ws-first-seen-day =
                   function integer-of-date(oi-first-seen)
               compute ws-item-age = ws-aging-day - ws-first-seen-day
           end-if.
           *> an item first seen after the aging date counts as new
           if ws-item-age < zero
               move zero to ws-item-age
           end-if.
           if ws-item-age < ab-low-age(b) or
                   ws-item-age > ab-high-age(b)
               exit paragraph
           end-if.

           add 1 to ab-count(b).
           move oi-input-file to al-input-file.
           move oi-rec-no to al-rec-no.
           move oi-first-seen to al-first-seen.
           move oi-last-seen to al-last-seen.
           move ws-item-age to al-age.
           move oi-raw-text to al-text.
           move aging-line-fields to aging-line.
           write aging-line.

       write-aging-totals.
           move spaces to aging-line.
           write aging-line.
           move "open over 30 days ..........." to rt-literal.
           move ab-count(1) to rt-amount.
           perform write-trailer-line.
           move "open 8-30 days .............." to rt-literal.
           move ab-count(2) to rt-amount.
           perform write-trailer-line.
           move "open 3-7 days ..............." to rt-literal.
           move ab-count(3) to rt-amount.
           perform write-trailer-line.
           move "open 0-2 days ..............." to rt-literal.
           move ab-count(4) to rt-amount.
           perform write-trailer-line.
           move "total open .................." to rt-literal.
           move ws-open-count to rt-amount.
           perform write-trailer-line.
           move "closed by repair ............" to rt-literal.
           move ws-closed-count to rt-amount.
           perform write-trailer-line.
           move "closed as reversed .........." to rt-literal.
           move ws-reversed-count to rt-amount.
           perform write-trailer-line.

           move spaces to aging-line.
           write aging-line.
           move "exceptions posted ..........." to rt-literal.
           move ws-exception-count to rt-amount.
           perform write-trailer-line.
           move "new open items .............." to rt-literal.
           move ws-new-count to rt-amount.
           perform write-trailer-line.
           move "reopened ...................." to rt-literal.
           move ws-reopened-count to rt-amount.
           perform write-trailer-line.
           move "already open ................" to rt-literal.
           move ws-still-open-count to rt-amount.
           perform write-trailer-line.
           move "already posted by this run .." to rt-literal.
           move ws-already-posted-count to rt-amount.
           perform write-trailer-line.

       write-trailer-line.
           move report-trailer-fields to aging-line.
           write aging-line.

       write-log-message.
           *> the caller sets ml-severity and ml-text; the stamp
           *> columns are filled here.  opened and closed per message
           *> so the stream's steps can interleave their lines on the
           *> shared log safely -- the posting stamps no run id of
           *> its own, so that column is left blank
           open extend message-log-file.
           if ws-message-log-status = "35"
               open output message-log-file
           end-if.
           if ws-message-log-status not = "00"
               display "unable to write run-message log -- status "
                   ws-message-log-status
           else
               move "day1-openitm" to ml-program
               accept ml-date from date yyyymmdd
               accept ml-time from time
               move spaces to ml-run-id
               move message-log-fields to message-log-line
               write message-log-line
               close message-log-file
           end-if.
