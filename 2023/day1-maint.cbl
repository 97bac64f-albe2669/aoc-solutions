       *> operator maintenance for the two files the driver reads at
       *> startup -- the day table (day1-control.dat) and the
       *> expected answers (day1-expected.dat) -- so neither has to
       *> be hand-edited in fixed columns any more.  both files are
       *> loaded into tables, every add, change, delete and
       *> enable/disable is validated field by field before it is
       *> saved, and a saved change rewrites the whole file in the
       *> exact layout the driver's loaders expect.
       *>
       *> renaming a day carries its expected answer across to the
       *> new label, so the day is still verified under its new
       *> name -- the moved answer is logged as a change of its own.
       *>
       *> each saved change is also appended to the change log with
       *> the operator who made it, when, and the record's before
       *> and after images, so "who disabled day 2 last week" is a
       *> history listing away (action H).
       *>
       *> the operator is identified by DAY1_OPERATOR_ID in the
       *> environment, prompted for when it is not set.
       *> DAY1_CHANGE_LOG overrides the change log's stock name
       *> ("day1-changes.log") and DAY1_MESSAGE_LOG the shared
       *> run-message log's.
       identification  division.
       program-id. day1-maint.

       environment division.
           input-output section.
               file-control.
               *> the same two files, by the same fixed names, the
               *> driver loads -- it runs from this directory too
               select day-control-file assign to "day1-control.dat"
               organization is line sequential
               file status is ws-control-status.

               select expected-answers-file
               assign to "day1-expected.dat"
               organization is line sequential
               file status is ws-expected-status.

               select change-log-file
               assign to dynamic ws-change-log-name
               organization is line sequential
               file status is ws-change-log-status.

               *> the shared run-message log every program in the
               *> stream appends its operator messages to, so what the
               *> overnight run said survives past the console scroll
               select message-log-file
               assign to dynamic ws-message-log-name
               organization is line sequential
               file status is ws-message-log-status.

       data division.
           file section.
               *> layouts match the driver's day-control-record and
               *> expected-answer-record column for column
               fd day-control-file.
               01 day-control-record.
                   05 dcr-label pic x(10).
                   05 dcr-input-file pic x(40).
                   05 dcr-input-env-name pic x(32).
                   05 dcr-program-name pic x(20).
                   05 dcr-enabled pic x(1).

               fd expected-answers-file.
               01 expected-answer-record.
                   05 ear-label pic x(10).
                   05 ear-expected-sum pic 9(9).

               fd change-log-file.
               01 change-log-line pic x(252).

               fd message-log-file.
               01 message-log-line pic x(110).

           working-storage section.
               01 ws-control-status pic x(2).
               01 ws-expected-status pic x(2).
               01 ws-change-log-status pic x(2).
               01 ws-eof pic x(1) value 'N'.

               01 ws-env-name pic x(32).
               01 ws-env-value pic x(80).
               01 ws-change-log-name pic x(80)
                   value "day1-changes.log".
               01 ws-message-log-name pic x(80)
                   value "day1-messages.log".
               01 ws-message-log-status pic x(2).

               copy msglog.

               01 ws-run-date pic 9(8).
               01 ws-run-time pic 9(8).
               01 ws-run-id pic x(16).
               01 ws-operator-id pic x(8).

               *> the day table and the expected answers, held whole
               *> so a change can be checked against every other
               *> entry and the file rewritten in one pass -- 25 is
               *> the most the driver loads of either
               01 control-count pic 9(2) value zero.
               01 control-table.
                   05 control-entry occurs 25 times.
                       10 ce-label pic x(10).
                       10 ce-input-file pic x(40).
                       10 ce-input-env-name pic x(32).
                       10 ce-program-name pic x(20).
                       10 ce-enabled pic x(1).

               01 expected-count pic 9(2) value zero.
               01 expected-table.
                   05 expected-entry occurs 25 times.
                       10 ee-label pic x(10).
                       10 ee-expected-sum pic 9(9).

               01 c pic 9(2) value 1.
               01 k pic 9(2) value 1.
               01 i pic 9(2) value 1.
               01 ws-found-at pic 9(2) value zero.

               *> the entry being maintained, built up field by field
               *> before it goes back into the table
               01 control-work.
                   05 cw-label pic x(10).
                   05 cw-input-file pic x(40).
                   05 cw-input-env-name pic x(32).
                   05 cw-program-name pic x(20).
                   05 cw-enabled pic x(1).

               01 expected-work.
                   05 ew-label pic x(10).
                   05 ew-expected-sum pic 9(9).

               01 ws-before-image pic x(103).
               01 ws-after-image pic x(103).

               *> operator replies
               01 ws-reply pic x(80).
               01 ws-field-width pic 9(2).
               01 ws-reply-valid pic x(1).
               01 ws-reply-digit pic 9(1).
               01 ws-reply-sum pic 9(9).
               01 ws-file-choice pic x(1).
               01 ws-action pic x(1).
               01 ws-confirm pic x(1).
               01 ws-done pic x(1) value 'N'.
               01 ws-entry-valid pic x(1).
               01 ws-expected-moves pic x(1).
               01 ws-reply-justified pic x(80).
               01 ws-history-label pic x(10).
               01 ws-history-count pic 9(5).

               *> one change-log line: when, who, which file, what
               *> was done, and the record as it stood before and
               *> after -- an add has no before image and a delete
               *> no after image
               01 change-log-fields.
                   05 cg-date pic 9(8).
                   05 filler pic x(1) value space.
                   05 cg-time pic 9(8).
                   05 filler pic x(1) value space.
                   05 cg-operator pic x(8).
                   05 filler pic x(1) value space.
                   05 cg-file pic x(8).
                   05 filler pic x(1) value space.
                   05 cg-action pic x(8).
                   05 filler pic x(1) value space.
                   05 cg-before pic x(103).
                   05 filler pic x(1) value space.
                   05 cg-after pic x(103).

               *> a change-log line read back for the history listing
               *> -- positions match change-log-fields
               01 change-history-fields.
                   05 ch-date pic x(8).
                   05 filler pic x(1).
                   05 ch-time pic x(8).
                   05 filler pic x(1).
                   05 ch-operator pic x(8).
                   05 filler pic x(1).
                   05 ch-file pic x(8).
                   05 filler pic x(1).
                   05 ch-action pic x(8).
                   05 filler pic x(1).
                   05 ch-before pic x(103).
                   05 filler pic x(1).
                   05 ch-after pic x(103).

               01 sum-display pic z(8)9.

       procedure division.
       main.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
           string ws-run-date delimited by size
               ws-run-time delimited by size
               into ws-run-id
           end-string.
           perform read-file-names.
           perform identify-operator.
           if ws-operator-id = spaces
               display "no operator id given -- nothing can be "
                   "changed without one"
               move 8 to return-code
               stop run
           end-if.

           perform load-control-table.
           perform load-expected-table.

           perform until ws-done = 'Y'
               perform choose-file
               evaluate ws-file-choice
                   when 'C'
                       perform control-action
                   when 'E'
                       perform expected-action
                   when 'H'
                       perform list-change-history
                   when space
                       move 'Y' to ws-done
                   when other
                       display "C, E or H only"
               end-evaluate
           end-perform.
           stop run.

       read-file-names.
           move "DAY1_CHANGE_LOG" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-change-log-name
           end-if.
           move "DAY1_MESSAGE_LOG" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-message-log-name
           end-if.

       identify-operator.
           *> every change is put down to somebody -- the id comes
           *> from the environment the operator signed on with, and
           *> only when that is not set is it asked for
           move "DAY1_OPERATOR_ID" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value = spaces
               display "operator id: " with no advancing
               move spaces to ws-env-value
               accept ws-env-value
           end-if.
           if ws-env-value(9:72) not = spaces
               display "operator id is longer than 8 characters"
               move spaces to ws-operator-id
           else
               move ws-env-value to ws-operator-id
           end-if.

       write-log-message.
           *> the caller sets ml-severity and ml-text; the stamp
           *> columns are filled here.  opened and closed per message
           *> so the stream's steps can interleave their lines on the
           *> shared log safely
           open extend message-log-file.
           if ws-message-log-status = "35"
               open output message-log-file
           end-if.
           if ws-message-log-status not = "00"
               display "unable to write run-message log -- status "
                   ws-message-log-status
           else
               move "day1-maint" to ml-program
               accept ml-date from date yyyymmdd
               accept ml-time from time
               move ws-run-id to ml-run-id
               move message-log-fields to message-log-line
               write message-log-line
               close message-log-file
           end-if.

       load-control-table.
           *> a missing day table is not an error here -- the first
           *> add creates it
           move zero to control-count.
           open input day-control-file.
           if ws-control-status = "00"
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read day-control-file
                       at end move 'Y' to ws-eof
                       not at end perform load-one-control-entry
                   end-read
               end-perform
               close day-control-file
           end-if.

       load-one-control-entry.
           *> blank lines are skipped here exactly as the driver
           *> skips them, and anything past the 25 the driver can
           *> load is reported rather than silently dropped on the
           *> next save
           if day-control-record = spaces
               exit paragraph
           end-if.
           if control-count >= 25
               display "day table holds more than 25 entries -- "
                   "the extra ones are not maintained here"
               move 'Y' to ws-eof
               exit paragraph
           end-if.
           add 1 to control-count.
           move day-control-record to control-entry(control-count).

       load-expected-table.
           move zero to expected-count.
           open input expected-answers-file.
           if ws-expected-status = "00"
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                   read expected-answers-file
                       at end move 'Y' to ws-eof
                       not at end perform load-one-expected-entry
                   end-read
               end-perform
               close expected-answers-file
           end-if.

       load-one-expected-entry.
           if expected-answer-record = spaces
               exit paragraph
           end-if.
           if expected-count >= 25
               display "expected answers hold more than 25 entries "
                   "-- the extra ones are not maintained here"
               move 'Y' to ws-eof
               exit paragraph
           end-if.
           add 1 to expected-count.
           move expected-answer-record
               to expected-entry(expected-count).

       choose-file.
           display " ".
           display "C day table, E expected answers, H change "
               "history (empty to quit): " with no advancing.
           move spaces to ws-reply.
           accept ws-reply.
           move ws-reply(1:1) to ws-file-choice.
           inspect ws-file-choice converting "ceh" to "CEH".

       choose-action.
           move spaces to ws-reply.
           accept ws-reply.
           move ws-reply(1:1) to ws-action.
           inspect ws-action converting "acdexl" to "ACDEXL".

       control-action.
           display "day table -- A add, C change, D delete, "
               "E enable, X disable, L list: " with no advancing.
           perform choose-action.
           evaluate ws-action
               when 'A'
                   perform add-control-entry
               when 'C'
                   perform change-control-entry
               when 'D'
                   perform delete-control-entry
               when 'E'
                   perform enable-control-entry
               when 'X'
                   perform disable-control-entry
               when 'L'
                   perform list-control-table
               when other
                   display "A, C, D, E, X or L only"
           end-evaluate.

       expected-action.
           display "expected answers -- A add, C change, D delete, "
               "L list: " with no advancing.
           perform choose-action.
           evaluate ws-action
               when 'A'
                   perform add-expected-entry
               when 'C'
                   perform change-expected-entry
               when 'D'
                   perform delete-expected-entry
               when 'L'
                   perform list-expected-table
               when other
                   display "A, C, D or L only"
           end-evaluate.

       accept-reply.
           *> the caller sets ws-field-width to the width of the
           *> field the reply is going into -- anything typed past
           *> it would be cut off silently, so it is refused instead
           move spaces to ws-reply.
           accept ws-reply.
           move 'Y' to ws-reply-valid.
           if ws-field-width < 80
               if ws-reply(ws-field-width + 1:) not = spaces
                   display "too long -- at most " ws-field-width
                       " characters"
                   move 'N' to ws-reply-valid
               end-if
           end-if.

       accept-label.
           display "day label: " with no advancing.
           move 10 to ws-field-width.
           perform accept-reply.
           if ws-reply-valid = 'N' or ws-reply = spaces
               move 'N' to ws-reply-valid
           end-if.

       find-control-label.
           *> ws-found-at is left on the entry holding the label in
           *> ws-reply, zero when there is none
           move zero to ws-found-at.
           move 1 to c.
           perform until c > control-count
               if ce-label(c) = ws-reply(1:10)
                   move c to ws-found-at
                   move control-count to c
               end-if
               add 1 to c
           end-perform.

       find-expected-label.
           move zero to ws-found-at.
           move 1 to k.
           perform until k > expected-count
               if ee-label(k) = ws-reply(1:10)
                   move k to ws-found-at
                   move expected-count to k
               end-if
               add 1 to k
           end-perform.

       add-control-entry.
           if control-count >= 25
               display "the day table is full -- 25 entries"
               exit paragraph
           end-if.
           perform accept-label.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           perform find-control-label.
           if ws-found-at not = zero
               display "label " ws-reply(1:10)
                   " is already in the day table"
               exit paragraph
           end-if.
           move spaces to control-work.
           move ws-reply(1:10) to cw-label.
           perform accept-control-fields.
           if ws-entry-valid = 'N'
               exit paragraph
           end-if.

           move spaces to ws-before-image.
           move control-work to ws-after-image.
           perform confirm-change.
           if ws-confirm = 'Y'
               add 1 to control-count
               move control-work to control-entry(control-count)
               move "ADD" to cg-action
               perform save-control-table
           end-if.

       change-control-entry.
           perform accept-label.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           perform find-control-label.
           if ws-found-at = zero
               display "label " ws-reply(1:10)
                   " is not in the day table"
               exit paragraph
           end-if.
           move control-entry(ws-found-at) to control-work.
           move control-work to ws-before-image.
           perform show-control-work.
           display "new label (empty keeps it): " with no advancing.
           move 10 to ws-field-width.
           perform accept-reply.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           if ws-reply not = spaces and ws-reply(1:10) not = cw-label
               move ws-found-at to i
               perform find-control-label
               if ws-found-at not = zero
                   display "label " ws-reply(1:10)
                       " is already in the day table"
                   exit paragraph
               end-if
               perform find-expected-label
               if ws-found-at not = zero
                   display "label " ws-reply(1:10)
                       " already has an expected answer -- delete it "
                       "before renaming a day to it"
                   exit paragraph
               end-if
               move i to ws-found-at
               move ws-reply(1:10) to cw-label
           end-if.
           perform accept-control-fields.
           if ws-entry-valid = 'N'
               exit paragraph
           end-if.

           move control-work to ws-after-image.
           if ws-after-image = ws-before-image
               display "nothing changed"
               exit paragraph
           end-if.
           move 'N' to ws-expected-moves.
           if cw-label not = ws-before-image(1:10)
               move ws-found-at to i
               move ws-before-image(1:10) to ws-reply
               perform find-expected-label
               if ws-found-at not = zero
                   move 'Y' to ws-expected-moves
                   display "the expected answer for "
                       ws-before-image(1:10) " moves to " cw-label
                       " with it"
               end-if
               move i to ws-found-at
           end-if.
           perform confirm-change.
           if ws-confirm = 'Y'
               move control-work to control-entry(ws-found-at)
               move "CHANGE" to cg-action
               perform save-control-table
               if ws-expected-moves = 'Y'
                   perform rename-expected-label
               end-if
           end-if.

       rename-expected-label.
           *> the renamed day's expected answer is rekeyed to the
           *> new label -- left under the old one the day would come
           *> out UNVERIFIED from then on
           move ws-before-image(1:10) to ws-reply.
           perform find-expected-label.
           if ws-found-at = zero
               exit paragraph
           end-if.
           move expected-entry(ws-found-at) to expected-work.
           move expected-work to ws-before-image.
           move cw-label to ew-label.
           move expected-work to ws-after-image.
           move expected-work to expected-entry(ws-found-at).
           move "RENAME" to cg-action.
           perform save-expected-table.

       accept-control-fields.
           *> each field is prompted for in turn -- on a change an
           *> empty reply keeps what the entry already holds, on an
           *> add there is nothing to keep so the field must be
           *> given -- and the finished entry is validated whole
           move 'N' to ws-entry-valid.
           display "input file [" cw-input-file "]: "
               with no advancing.
           move 40 to ws-field-width.
           perform accept-reply.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           if ws-reply not = spaces
               move ws-reply to cw-input-file
           end-if.

           display "input env variable [" cw-input-env-name "]: "
               with no advancing.
           move 32 to ws-field-width.
           perform accept-reply.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           if ws-reply not = spaces
               move ws-reply to cw-input-env-name
           end-if.

           display "program [" cw-program-name "]: "
               with no advancing.
           move 20 to ws-field-width.
           perform accept-reply.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           if ws-reply not = spaces
               move ws-reply to cw-program-name
           end-if.

           display "enabled Y/N [" cw-enabled "]: " with no advancing.
           move 1 to ws-field-width.
           perform accept-reply.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           if ws-reply not = spaces
               move ws-reply to cw-enabled
               inspect cw-enabled converting "yn" to "YN"
           end-if.

           perform validate-control-work.

       validate-control-work.
           *> the driver takes whatever is in these columns on
           *> trust, so nothing incomplete gets past here
           move 'Y' to ws-entry-valid.
           if cw-input-file = spaces
               display "input file must be given"
               move 'N' to ws-entry-valid
           end-if.
           if cw-input-env-name = spaces
               display "input env variable must be given"
               move 'N' to ws-entry-valid
           end-if.
           if cw-program-name = spaces
               display "program must be given"
               move 'N' to ws-entry-valid
           end-if.
           if cw-enabled not = 'Y' and cw-enabled not = 'N'
               display "enabled must be Y or N"
               move 'N' to ws-entry-valid
           end-if.
           if ws-entry-valid = 'N'
               display "entry not saved"
           end-if.

       delete-control-entry.
           perform accept-label.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           perform find-control-label.
           if ws-found-at = zero
               display "label " ws-reply(1:10)
                   " is not in the day table"
               exit paragraph
           end-if.
           move control-entry(ws-found-at) to control-work.
           perform show-control-work.
           move control-work to ws-before-image.
           move spaces to ws-after-image.
           perform confirm-change.
           if ws-confirm = 'Y'
               *> close the gap so the driver's run order is kept
               move ws-found-at to c
               perform until c >= control-count
                   move control-entry(c + 1) to control-entry(c)
                   add 1 to c
               end-perform
               subtract 1 from control-count
               move "DELETE" to cg-action
               perform save-control-table
           end-if.

       enable-control-entry.
           move 'Y' to cw-enabled.
           move "ENABLE" to cg-action.
           perform set-control-enabled.

       disable-control-entry.
           move 'N' to cw-enabled.
           move "DISABLE" to cg-action.
           perform set-control-enabled.

       set-control-enabled.
           *> cw-enabled and cg-action are set by the caller; the
           *> flag is held aside while the entry is pulled up
           move cw-enabled to ws-confirm.
           perform accept-label.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           perform find-control-label.
           if ws-found-at = zero
               display "label " ws-reply(1:10)
                   " is not in the day table"
               exit paragraph
           end-if.
           if ce-enabled(ws-found-at) = ws-confirm
               display "label " ws-reply(1:10) " is already "
                   ws-confirm
               exit paragraph
           end-if.
           move control-entry(ws-found-at) to control-work.
           move control-work to ws-before-image.
           move ws-confirm to cw-enabled.
           move control-work to ws-after-image.
           perform show-control-work.
           perform confirm-change.
           if ws-confirm = 'Y'
               move control-work to control-entry(ws-found-at)
               perform save-control-table
           end-if.

       show-control-work.
           display "label ............. " cw-label.
           display "input file ........ " cw-input-file.
           display "input env variable  " cw-input-env-name.
           display "program ........... " cw-program-name.
           display "enabled ........... " cw-enabled.

       list-control-table.
           if control-count = zero
               display "the day table is empty"
               exit paragraph
           end-if.
           move 1 to c.
           perform until c > control-count
               display ce-label(c) " " ce-enabled(c) " "
                   ce-program-name(c) " " ce-input-env-name(c)
               display "             " ce-input-file(c)
               add 1 to c
           end-perform.

       confirm-change.
           display "save this change (Y/N): " with no advancing.
           move spaces to ws-reply.
           accept ws-reply.
           move ws-reply(1:1) to ws-confirm.
           inspect ws-confirm converting "y" to "Y".
           if ws-confirm not = 'Y'
               display "not saved"
           end-if.

       save-control-table.
           *> the whole table goes back out in the driver's column
           *> layout, then the change is logged -- cg-action and the
           *> two images are set by the caller
           open output day-control-file.
           if ws-control-status not = "00"
               display "unable to rewrite the day table -- status "
                   ws-control-status
               move 8 to return-code
               exit paragraph
           end-if.
           move 1 to c.
           perform until c > control-count
               move control-entry(c) to day-control-record
               write day-control-record
               add 1 to c
           end-perform.
           close day-control-file.
           move "CONTROL" to cg-file.
           perform write-change-log.
           display "day table saved".

       add-expected-entry.
           if expected-count >= 25
               display "the expected answers are full -- 25 entries"
               exit paragraph
           end-if.
           perform accept-label.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           perform find-expected-label.
           if ws-found-at not = zero
               display "label " ws-reply(1:10)
                   " already has an expected answer"
               exit paragraph
           end-if.
           move ws-reply(1:10) to ew-label.
           perform find-control-label.
           if ws-found-at = zero
               display "note: " ew-label " is not in the day table"
           end-if.
           perform accept-expected-sum.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           move ws-reply-sum to ew-expected-sum.

           move spaces to ws-before-image.
           move expected-work to ws-after-image.
           perform confirm-change.
           if ws-confirm = 'Y'
               add 1 to expected-count
               move expected-work to expected-entry(expected-count)
               move "ADD" to cg-action
               perform save-expected-table
           end-if.

       change-expected-entry.
           perform accept-label.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           perform find-expected-label.
           if ws-found-at = zero
               display "label " ws-reply(1:10)
                   " has no expected answer"
               exit paragraph
           end-if.
           move expected-entry(ws-found-at) to expected-work.
           move ee-expected-sum(ws-found-at) to sum-display.
           display "expected sum now .. " sum-display.
           perform accept-expected-sum.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           if ws-reply-sum = ew-expected-sum
               display "nothing changed"
               exit paragraph
           end-if.
           move expected-work to ws-before-image.
           move ws-reply-sum to ew-expected-sum.
           move expected-work to ws-after-image.
           perform confirm-change.
           if ws-confirm = 'Y'
               move expected-work to expected-entry(ws-found-at)
               move "CHANGE" to cg-action
               perform save-expected-table
           end-if.

       delete-expected-entry.
           perform accept-label.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           perform find-expected-label.
           if ws-found-at = zero
               display "label " ws-reply(1:10)
                   " has no expected answer"
               exit paragraph
           end-if.
           move expected-entry(ws-found-at) to expected-work.
           move ew-expected-sum to sum-display.
           display "expected sum ...... " sum-display.
           move expected-work to ws-before-image.
           move spaces to ws-after-image.
           perform confirm-change.
           if ws-confirm = 'Y'
               move ws-found-at to k
               perform until k >= expected-count
                   move expected-entry(k + 1) to expected-entry(k)
                   add 1 to k
               end-perform
               subtract 1 from expected-count
               move "DELETE" to cg-action
               perform save-expected-table
           end-if.

       accept-expected-sum.
           *> leading spaces are stepped over and the digits walked
           *> one by one the way day1-inquiry does, so anything
           *> non-numeric is bounced rather than guessed -- and
           *> nothing may follow the digits, so "12 34" is refused
           *> rather than saved as 12
           display "expected sum: " with no advancing.
           move 80 to ws-field-width.
           perform accept-reply.
           if ws-reply = spaces
               display "the expected sum must be given"
               move 'N' to ws-reply-valid
               exit paragraph
           end-if.
           move 1 to i.
           perform until ws-reply(i:1) not = space
               add 1 to i
           end-perform.
           move ws-reply(i:) to ws-reply-justified.
           move ws-reply-justified to ws-reply.
           move zero to ws-reply-sum.
           move 1 to i.
           perform until i > 9 or ws-reply(i:1) = space
               if ws-reply(i:1) numeric
                   move ws-reply(i:1) to ws-reply-digit
                   compute ws-reply-sum =
                       ws-reply-sum * 10 + ws-reply-digit
               else
                   move 'N' to ws-reply-valid
                   move 9 to i
               end-if
               add 1 to i
           end-perform.
           if ws-reply-valid = 'Y' and i > 9
                   and ws-reply(10:) not = spaces
               display "too long -- at most 9 digits"
               move 'N' to ws-reply-valid
               exit paragraph
           end-if.
           if ws-reply-valid = 'Y' and ws-reply(i:) not = spaces
               move 'N' to ws-reply-valid
           end-if.
           if ws-reply-valid = 'N'
               display "the expected sum must be numeric -- digits "
                   "only"
           end-if.

       list-expected-table.
           if expected-count = zero
               display "there are no expected answers on file"
               exit paragraph
           end-if.
           move 1 to k.
           perform until k > expected-count
               move ee-expected-sum(k) to sum-display
               display ee-label(k) " " sum-display
               add 1 to k
           end-perform.

       save-expected-table.
           open output expected-answers-file.
           if ws-expected-status not = "00"
               display "unable to rewrite the expected answers -- "
                   "status " ws-expected-status
               move 8 to return-code
               exit paragraph
           end-if.
           move 1 to k.
           perform until k > expected-count
               move expected-entry(k) to expected-answer-record
               write expected-answer-record
               add 1 to k
           end-perform.
           close expected-answers-file.
           move "EXPECTED" to cg-file.
           perform write-change-log.
           display "expected answers saved".

       write-change-log.
           *> cg-file and cg-action are set by the caller, the
           *> images come from ws-before-image and ws-after-image
           accept cg-date from date yyyymmdd.
           accept cg-time from time.
           move ws-operator-id to cg-operator.
           move ws-before-image to cg-before.
           move ws-after-image to cg-after.
           if ws-before-image = spaces
               move ws-after-image(1:10) to ws-history-label
           else
               move ws-before-image(1:10) to ws-history-label
           end-if.
           open extend change-log-file.
           if ws-change-log-status = "35"
               open output change-log-file
           end-if.
           if ws-change-log-status not = "00"
               display "unable to write the change log -- status "
                   ws-change-log-status
               move 'E' to ml-severity
               move spaces to ml-text
               string "change not logged -- " delimited by size
                   cg-file delimited by space
                   " " delimited by size
                   cg-action delimited by space
                   " by " delimited by size
                   ws-operator-id delimited by space
                   into ml-text
               end-string
               perform write-log-message
           else
               move change-log-fields to change-log-line
               write change-log-line
               close change-log-file
               move 'I' to ml-severity
               move spaces to ml-text
               string cg-file delimited by space
                   " " delimited by size
                   cg-action delimited by space
                   " of " delimited by size
                   ws-history-label delimited by "  "
                   " by " delimited by size
                   ws-operator-id delimited by space
                   into ml-text
               end-string
               perform write-log-message
           end-if.

       list-change-history.
           *> every logged change to one label, oldest first, from
           *> either file -- a label matches on its before image or
           *> its after image, so renames show under both names
           perform accept-label.
           if ws-reply-valid = 'N'
               exit paragraph
           end-if.
           move ws-reply(1:10) to ws-history-label.
           move zero to ws-history-count.
           open input change-log-file.
           if ws-change-log-status not = "00"
               display "no change log on file"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read change-log-file
                   at end move 'Y' to ws-eof
                   not at end perform show-history-line
               end-read
           end-perform.
           close change-log-file.
           display ws-history-count " change(s) to "
               ws-history-label.

       show-history-line.
           move change-log-line to change-history-fields.
           if ch-before(1:10) not = ws-history-label and
                   ch-after(1:10) not = ws-history-label
               exit paragraph
           end-if.
           add 1 to ws-history-count.
           display ch-date " " ch-time(1:6) " " ch-operator " "
               ch-file " " ch-action.
           if ch-before not = spaces
               display "  before " ch-before
           end-if.
           if ch-after not = spaces
               display "  after  " ch-after
           end-if.
