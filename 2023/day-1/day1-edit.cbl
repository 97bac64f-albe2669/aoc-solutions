       *> garbage is stopped at the door instead of discovered three
       *> reports downstream.
       *>
       *> a feed sent in a supplier envelope -- a first record
       *> "HDR " carrying the supplier id (columns 5-12), feed date
       *> (13-20) and feed sequence number (21-26), and a last record
       *> "TRL " carrying the count of data records between them
       *> (5-11) -- has the envelope stripped and proved: a missing
       *> trailer, a trailer count that disagrees with the records
       *> actually read, or anything after the trailer withholds the
       *> feed.  the sequence number is checked against the
       *> supplier's last released feed on the feed-sequence master,
       *> so a skipped delivery (a gap) or one arriving out of order
       *> is reported and the feed withheld too -- the register in
       *> day1 only ever catches the same feed arriving twice.  the
       *> master is advanced only when the feed is released; a
       *> supplier not yet on it is registered at the sequence it
       *> first sends.  feeds still arriving without an envelope are
       *> edited as before, with a warning that no sequence check was
       *> possible.
       *>
       *> a gap or an out-of-order feed can be let through by an
       *> authorised operator setting DAY1_SEQUENCE_OVERRIDE=Y (with
       *> DAY1_OPERATOR_ID and DAY1_OVERRIDE_REASON) -- but only when
       *> nothing else is wrong with the feed.  the override is
       *> journalled whether used or refused; a late feed released
       *> this way never winds the master back.
       *>
       *> DAY1_RAW_INPUT names the raw feed (stock "day1-raw.dat"),
       *> DAY1_CLEANSED_FILE the cleansed output (stock
       *> "day1-clean.dat"), and DAY1_EDIT_TOLERANCE the number of
       *> bad lines tolerated before the file is withheld (stock 0).
       *> DAY1_FEED_SEQUENCE overrides the feed-sequence master's
       *> stock name ("day1-feedseq.dat").
       identification  division.
       program-id. day1-edit.

               organization is line sequential
               file status is ws-cleansed-status.

               *> one record per supplier: the last feed sequence
               *> released, that feed's date, and when it was released
               select feed-sequence-file
               assign to dynamic ws-feed-sequence-name
               organization is line sequential
               file status is ws-feed-sequence-status.

               select edit-report assign to "day1-edit.rpt"
               organization is line sequential.

               organization is line sequential
               file status is ws-message-log-status.

               *> the operators cleared to use DAY1_SEQUENCE_OVERRIDE,
               *> and the journal every override asked for is written
               *> to
               select operators-file
               assign to dynamic ws-operators-file-name
               organization is line sequential
               file status is ws-operators-status.

               select override-journal-file
               assign to dynamic ws-override-journal-name
               organization is line sequential
               file status is ws-override-journal-status.

       data division.
           file section.
               fd raw-input-file.
               fd cleansed-file.
               01 cleansed-record pic x(80).

               fd feed-sequence-file.
               01 feed-sequence-record.
                   05 fs-supplier-id pic x(8).
                   05 fs-last-sequence pic 9(6).
                   05 fs-last-feed-date pic 9(8).
                   05 fs-updated-date pic 9(8).

               fd edit-report.
               01 edit-line pic x(100).

               fd operators-file.
                   copy operators.

               fd override-journal-file.
               01 override-journal-line pic x(136).

               fd message-log-file.
               01 message-log-line pic x(110).

               01 i pic 9(3) value 1.
               01 ws-line-error pic x(12).

               *> the supplier envelope: the header is only ever the
               *> first physical record, the trailer only recognised
               *> once a header has been
               01 ws-physical-count pic 9(7) value zero.
               01 ws-enveloped pic x(1) value 'N'.
               01 ws-header-valid pic x(1) value 'N'.
               01 ws-trailer-seen pic x(1) value 'N'.
               01 ws-trailer-count-valid pic x(1) value 'N'.
               01 ws-after-trailer-count pic 9(7) value zero.
               01 ws-envelope-failed pic x(1) value 'N'.
               01 ws-envelope-error pic x(60).
               01 ws-withhold-reason pic x(40).

               01 feed-header-fields.
                   05 fh-tag pic x(4).
                   05 fh-supplier-id pic x(8).
                   05 fh-feed-date-x pic x(8).
                   05 fh-sequence-x pic x(6).

               01 feed-trailer-fields.
                   05 ft-tag pic x(4).
                   05 ft-record-count-x pic x(7).

               01 ws-feed-date pic 9(8) value zero.
               01 ws-feed-sequence pic 9(6) value zero.
               01 ws-trailer-count pic 9(7) value zero.
               01 ws-expected-sequence pic 9(6).

               *> the feed-sequence master, table-loaded so it can be
               *> checked and then rewritten whole when a feed is
               *> released
               01 ws-feed-sequence-name pic x(80)
                   value "day1-feedseq.dat".
               01 ws-feed-sequence-status pic x(2).
               01 ws-today pic 9(8).
               01 supplier-count pic 9(3) value zero.
               01 supplier-table.
                   05 supplier-entry occurs 100 times.
                       10 sq-supplier-id pic x(8).
                       10 sq-last-sequence pic 9(6).
                       10 sq-last-feed-date pic 9(8).
                       10 sq-updated-date pic 9(8).
               01 s pic 9(3) value 1.
               01 ws-supplier-hit pic 9(3) value zero.
               01 ws-new-supplier pic x(1) value 'N'.

               *> override authority: who asked, why, and whether the
               *> authorised-operators file lets them -- the refusal
               *> text says what was missing when it does not
               01 ws-operators-status pic x(2).
               01 ws-operators-file-name pic x(80)
                   value "day1-operators.dat".
               01 ws-override-journal-status pic x(2).
               01 ws-override-journal-name pic x(80)
                   value "day1-override.jnl".
               01 ws-operators-eof pic x(1) value 'N'.
               01 ws-operator-found pic x(1) value 'N'.
               01 ws-may-sequence pic x(1) value 'N'.
               01 ws-override-granted pic x(1) value 'N'.
               01 ws-override-refusal pic x(30).

               copy overjnl.

               *> counts by error type, plus the roll-ups the release
               *> decision is made on
               01 ws-read-count pic 9(7) value zero.

       procedure division.
       main.
           accept ws-today from date yyyymmdd.
           perform read-file-names.
           perform read-tolerance.

               + ws-empty-count + ws-nonprint-count.

           perform write-edit-counts.
           if ws-enveloped = 'Y'
               perform check-feed-envelope
           else
               perform note-unenveloped-feed
           end-if.

           if ws-error-count > ws-tolerance
               move "errors exceed tolerance" to ws-withhold-reason
           end-if.
           if ws-envelope-failed = 'Y'
               move "feed envelope failed" to ws-withhold-reason
           end-if.
           if ws-error-count > ws-tolerance
                   or ws-envelope-failed = 'Y'
               perform withhold-cleansed-file
           else
               if ws-enveloped = 'Y'
                   perform advance-feed-sequence
               end-if
               display "cleansed file released -- "
                   ws-released-count " of " ws-read-count
                   " lines to " ws-cleansed-file-name
           end-if.
           close edit-report.
           if ws-error-count > ws-tolerance
                   or ws-envelope-failed = 'Y'
               move 8 to return-code
           end-if.
           stop run.
           if ws-env-value not = spaces
               move ws-env-value to ws-message-log-name
           end-if.
           move "DAY1_FEED_SEQUENCE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-feed-sequence-name
           end-if.
           move "DAY1_OPERATORS_FILE" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-operators-file-name
           end-if.
           move "DAY1_OVERRIDE_JOURNAL" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-override-journal-name
           end-if.

       read-tolerance.
           move "DAY1_EDIT_TOLERANCE" to ws-env-name.
           accept ws-tolerance from environment-value.

       edit-one-line.
           *> envelope records are stripped here and never counted
           *> as data; once the trailer has been read nothing more
           *> is released
           add 1 to ws-physical-count.
           if ws-physical-count = 1 and raw-input-record(1:4) = "HDR "
               perform read-feed-header
               exit paragraph
           end-if.
           if ws-enveloped = 'Y'
               if ws-trailer-seen = 'Y'
                   add 1 to ws-after-trailer-count
                   exit paragraph
               end-if
               if raw-input-record(1:4) = "TRL "
                   perform read-feed-trailer
                   exit paragraph
               end-if
           end-if.

           add 1 to ws-read-count.
           move spaces to ws-line-error.

           write edit-line.

       withhold-cleansed-file.
           *> past tolerance, or on a failed envelope, the cleansed
           *> file is swept empty rather than left half-good -- day1
           *> must not be able to run on a feed the edit refused
           open output cleansed-file.
           close cleansed-file.
           if ws-error-count > ws-tolerance
               display ws-error-count " lines in error exceeds "
                   "tolerance of " ws-tolerance
           end-if.
           display "cleansed file " ws-cleansed-file-name
               " withheld (left empty) -- ending with return code 8".
           move spaces to edit-line.
           string "*** cleansed file withheld -- " delimited by size
               ws-withhold-reason delimited by size
               into edit-line
           end-string.
           write edit-line.
           move 'E' to ml-severity.
           move spaces to ml-text.
           if ws-envelope-failed = 'Y'
               string "feed envelope failed -- cleansed file "
                   "withheld" delimited by size into ml-text
               end-string
           else
               string ws-error-count delimited by size
                   " lines in error -- cleansed file withheld"
                   delimited by size into ml-text
               end-string
           end-if.
           perform write-log-message.

       read-feed-header.
           move 'Y' to ws-enveloped.
           move raw-input-record(1:26) to feed-header-fields.
           move 'Y' to ws-header-valid.
           if fh-supplier-id = spaces or
                   fh-feed-date-x not numeric or
                   fh-sequence-x not numeric
               move 'N' to ws-header-valid
           else
               move fh-feed-date-x to ws-feed-date
               move fh-sequence-x to ws-feed-sequence
               if ws-feed-sequence = zero
                   move 'N' to ws-header-valid
               end-if
           end-if.

       read-feed-trailer.
           move 'Y' to ws-trailer-seen.
           move raw-input-record(1:11) to feed-trailer-fields.
           if ft-record-count-x numeric
               move ft-record-count-x to ws-trailer-count
               move 'Y' to ws-trailer-count-valid
           else
               move zero to ws-trailer-count
           end-if.

       note-unenveloped-feed.
           move "feed arrived without a supplier envelope" to edit-line.
           write edit-line.
           move 'W' to ml-severity.
           move spaces to ml-text.
           string "feed arrived without an envelope -- sequence "
               "not checked" delimited by size into ml-text
           end-string.
           perform write-log-message.

       check-feed-envelope.
           move spaces to edit-line.
           write edit-line.
           move spaces to edit-line.
           string "supplier envelope: supplier " delimited by size
               fh-supplier-id delimited by size
               "  feed date " delimited by size
               fh-feed-date-x delimited by size
               "  sequence " delimited by size
               fh-sequence-x delimited by size
               into edit-line
           end-string.
           write edit-line.
           if ws-trailer-seen = 'Y'
               move "trailer record count ......." to et-literal
               move ws-trailer-count to et-amount
               perform write-trailer-line
           end-if.

           if ws-header-valid = 'N'
               move "header supplier, date or sequence is invalid"
                   to ws-envelope-error
               perform note-envelope-error
           end-if.
           if ws-trailer-seen = 'N'
               move "trailer record missing -- feed is incomplete"
                   to ws-envelope-error
               perform note-envelope-error
           else
               if ws-trailer-count-valid = 'N'
                   move "trailer record count is not numeric"
                       to ws-envelope-error
                   perform note-envelope-error
               else
                   if ws-trailer-count not = ws-read-count
                       move spaces to ws-envelope-error
                       string "trailer count " delimited by size
                           ws-trailer-count delimited by size
                           " against " delimited by size
                           ws-read-count delimited by size
                           " records read" delimited by size
                           into ws-envelope-error
                       end-string
                       perform note-envelope-error
                   end-if
               end-if
           end-if.
           if ws-after-trailer-count > 0
               move spaces to ws-envelope-error
               string ws-after-trailer-count delimited by size
                   " record(s) found after the trailer"
                   delimited by size into ws-envelope-error
               end-string
               perform note-envelope-error
           end-if.
           if ws-header-valid = 'Y'
               perform check-feed-sequence
           end-if.

       check-feed-sequence.
           *> the next feed a supplier sends must carry the sequence
           *> after the last one released -- anything higher means a
           *> delivery never arrived, anything lower or equal is out
           *> of order or already taken
           perform load-feed-sequence-master.
           move zero to ws-supplier-hit.
           move 1 to s.
           perform until s > supplier-count
               if sq-supplier-id(s) = fh-supplier-id
                   move s to ws-supplier-hit
                   move supplier-count to s
               end-if
               add 1 to s
           end-perform.

           if ws-supplier-hit = zero
               move 'Y' to ws-new-supplier
               move "new supplier -- registered at this sequence"
                   to edit-line
               write edit-line
               exit paragraph
           end-if.

           compute ws-expected-sequence =
               sq-last-sequence(ws-supplier-hit) + 1.
           if ws-feed-sequence > ws-expected-sequence
               move spaces to ws-envelope-error
               string "sequence gap -- expected " delimited by size
                   ws-expected-sequence delimited by size
                   ", received " delimited by size
                   ws-feed-sequence delimited by size
                   into ws-envelope-error
               end-string
               perform note-sequence-error
           end-if.
           if ws-feed-sequence < ws-expected-sequence
               move spaces to ws-envelope-error
               string "sequence " delimited by size
                   ws-feed-sequence delimited by size
                   " out of order -- last released " delimited by size
                   sq-last-sequence(ws-supplier-hit)
                   delimited by size
                   into ws-envelope-error
               end-string
               perform note-sequence-error
           end-if.

       note-sequence-error.
           *> the override is only asked for when the sequence is
           *> the one thing standing between the feed and release --
           *> a feed failing on anything else is withheld regardless
           move 'N' to ws-override-granted.
           if ws-envelope-failed = 'N' and
                   ws-error-count not > ws-tolerance
               move "DAY1_SEQUENCE_OVERRIDE" to ws-env-name
               move spaces to ws-env-value
               display ws-env-name upon environment-name
               accept ws-env-value from environment-value
               if ws-env-value(1:1) = 'Y'
                   move "SEQUENCE" to oj-type
                   perform authorise-override
               end-if
           end-if.
           if ws-override-granted = 'N'
               perform note-envelope-error
               exit paragraph
           end-if.
           move spaces to edit-line.
           string "*** envelope: " delimited by size
               ws-envelope-error delimited by size
               into edit-line
           end-string.
           write edit-line.
           move spaces to edit-line.
           string "*** released on sequence override by "
               delimited by size
               oj-operator delimited by space
               into edit-line
           end-string.
           write edit-line.
           display "feed envelope: " ws-envelope-error.
           display "released on sequence override by " oj-operator.
           move 'W' to ml-severity.
           move ws-envelope-error to ml-text.
           perform write-log-message.

       note-envelope-error.
           move 'Y' to ws-envelope-failed.
           move spaces to edit-line.
           string "*** envelope: " delimited by size
               ws-envelope-error delimited by size
               into edit-line
           end-string.
           write edit-line.
           display "feed envelope: " ws-envelope-error.
           move 'E' to ml-severity.
           move ws-envelope-error to ml-text.
           perform write-log-message.

       load-feed-sequence-master.
           move zero to supplier-count.
           open input feed-sequence-file.
           if ws-feed-sequence-status not = "00"
               exit paragraph
           end-if.
           move 'N' to ws-eof.
           perform until ws-eof = 'Y'
               read feed-sequence-file
                   at end move 'Y' to ws-eof
                   not at end perform store-supplier-entry
               end-read
           end-perform.
           close feed-sequence-file.

       store-supplier-entry.
           if feed-sequence-record = spaces
               exit paragraph
           end-if.
           if supplier-count >= 100
               display "feed-sequence master holds more than 100 "
                   "suppliers -- the rest are not checked"
               move 'Y' to ws-eof
               exit paragraph
           end-if.
           add 1 to supplier-count.
           move feed-sequence-record to supplier-entry(supplier-count).

       advance-feed-sequence.
           *> only a released feed moves the master on, so a
           *> withheld feed can be corrected and sent again under the
           *> same sequence number
           if ws-new-supplier = 'Y'
               if supplier-count >= 100
                   display "feed-sequence master is full -- supplier "
                       fh-supplier-id " not registered"
                   exit paragraph
               end-if
               add 1 to supplier-count
               move supplier-count to ws-supplier-hit
               move fh-supplier-id to sq-supplier-id(ws-supplier-hit)
           else
               if ws-feed-sequence not > sq-last-sequence
                       (ws-supplier-hit)
                   move 'I' to ml-severity
                   move spaces to ml-text
                   string "late feed released -- supplier "
                       delimited by size
                       fh-supplier-id delimited by space
                       " stays at " delimited by size
                       sq-last-sequence(ws-supplier-hit)
                       delimited by size
                       into ml-text
                   end-string
                   perform write-log-message
                   exit paragraph
               end-if
           end-if.
           move ws-feed-sequence to sq-last-sequence(ws-supplier-hit).
           move ws-feed-date to sq-last-feed-date(ws-supplier-hit).
           move ws-today to sq-updated-date(ws-supplier-hit).

           open output feed-sequence-file.
           if ws-feed-sequence-status not = "00"
               display "unable to rewrite feed-sequence master -- "
                   "status " ws-feed-sequence-status
               move 'E' to ml-severity
               move spaces to ml-text
               string "feed-sequence master not advanced -- status "
                   delimited by size
                   ws-feed-sequence-status delimited by size
                   into ml-text
               end-string
               perform write-log-message
               exit paragraph
           end-if.
           move 1 to s.
           perform until s > supplier-count
               move supplier-entry(s) to feed-sequence-record
               write feed-sequence-record
               add 1 to s
           end-perform.
           close feed-sequence-file.

           move spaces to ml-text.
           if ws-new-supplier = 'Y'
               move 'W' to ml-severity
               string "new supplier " delimited by size
                   fh-supplier-id delimited by space
                   " registered at sequence " delimited by size
                   ws-feed-sequence delimited by size
                   into ml-text
               end-string
           else
               move 'I' to ml-severity
               string "supplier " delimited by size
                   fh-supplier-id delimited by space
                   " advanced to sequence " delimited by size
                   ws-feed-sequence delimited by size
                   into ml-text
               end-string
           end-if.
           perform write-log-message.

       authorise-override.
           *> the caller sets oj-type.  a safety override is only
           *> honoured for a named operator (DAY1_OPERATOR_ID) who
           *> has given a reason (DAY1_OVERRIDE_REASON) and whom the
           *> authorised-operators file clears for that type --
           *> used or refused, it goes on the override journal, and
           *> a refused override leaves the run exactly as if it had
           *> never been asked for
           move 'N' to ws-override-granted.
           move spaces to ws-override-refusal.
           move "DAY1_OPERATOR_ID" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           move ws-env-value to oj-operator.
           move "DAY1_OVERRIDE_REASON" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           move ws-env-value to oj-reason.
           if oj-operator = spaces
               move "no operator id given" to ws-override-refusal
           else
               if oj-reason = spaces
                   move "no reason given" to ws-override-refusal
               else
                   perform find-authorised-operator
               end-if
           end-if.

           if ws-override-refusal = spaces
               move 'Y' to ws-override-granted
               move "USED" to oj-outcome
               move 'W' to ml-severity
               move spaces to ml-text
               string oj-type delimited by space
                   " override used by " delimited by size
                   oj-operator delimited by space
                   into ml-text
               end-string
           else
               move "REFUSED" to oj-outcome
               display oj-type " override refused -- "
                   ws-override-refusal
               move 'E' to ml-severity
               move spaces to ml-text
               string oj-type delimited by space
                   " override refused -- " delimited by size
                   ws-override-refusal delimited by size
                   into ml-text
               end-string
           end-if.
           perform write-log-message.
           perform write-override-journal.

       find-authorised-operator.
           move 'N' to ws-operator-found.
           move 'N' to ws-operators-eof.
           open input operators-file.
           if ws-operators-status not = "00"
               move "no authorised-operators file"
                   to ws-override-refusal
               exit paragraph
           end-if.
           perform until ws-operators-eof = 'Y'
               read operators-file
                   at end move 'Y' to ws-operators-eof
                   not at end
                       if op-operator-id = oj-operator
                           move 'Y' to ws-operator-found
                           move op-may-sequence to ws-may-sequence
                           move 'Y' to ws-operators-eof
                       end-if
               end-read
           end-perform.
           close operators-file.

           if ws-operator-found = 'N'
               move "not an authorised operator"
                   to ws-override-refusal
               exit paragraph
           end-if.
           evaluate oj-type
               when "SEQUENCE"
                   if ws-may-sequence not = 'Y'
                       move "not cleared for SEQUENCE"
                           to ws-override-refusal
                   end-if
               when other
                   move "unknown override type"
                       to ws-override-refusal
           end-evaluate.

       write-override-journal.
           accept oj-date from date yyyymmdd.
           accept oj-time from time.
           move spaces to oj-run-id.
           move "day1-edit" to oj-program.
           open extend override-journal-file.
           if ws-override-journal-status = "35"
               open output override-journal-file
           end-if.
           if ws-override-journal-status not = "00"
               display "unable to write override journal -- status "
                   ws-override-journal-status
           else
               move override-journal-fields to override-journal-line
               write override-journal-line
               close override-journal-file
           end-if.

       write-log-message.
           *> the caller sets ml-severity and ml-text; the stamp
           *> columns are filled here.  opened and closed per message
