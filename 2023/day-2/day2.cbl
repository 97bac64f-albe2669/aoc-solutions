       *> "day2.dat"), and the run ends by writing the standard
       *> eight-field summary-record to the common summary file the
       *> driver's read-day-summary picks up.
       *>
       *> every game also lands on an audit trail, one line per
       *> record read under a HDR/END pair stamped with the run id,
       *> carrying the game id, the largest draw of each colour, the
       *> possible/impossible decision and the power -- what
       *> day2-verify rebuilds both stars from, so the posted sums
       *> can be proven without rerunning the job.
       identification  division.
       program-id. day2.

               assign to dynamic ws-summary-file-name
               organization is line sequential.

               *> one entry per game record read, appended across
               *> runs, so both sums can be reconstructed without
               *> rerunning the job
               select audit-trail-file
               assign to dynamic ws-audit-file-name
               organization is line sequential
               file status is ws-audit-status.

       data division.
           file section.
               *> read each line of the file
                   05 sr-max-num pic 9(2).
                   05 sr-valid-count pic 9(7).

               fd audit-trail-file.
               01 audit-trail-line pic x(80).

           working-storage section.
               01 ws-eof pic a(1) value 'N'.
               01 ws-day2-status pic x(2).
                   value "day2-exceptions.rpt".
               01 ws-summary-file-name pic x(80)
                   value "day1-summary.dat".
               01 ws-audit-file-name pic x(80)
                   value "day2-audit.trl".
               01 ws-audit-status pic x(2).

               *> run identifier: date plus time of day, stamped once
               *> at startup -- every line this run appends to the
               *> shared trail carries it, so runs can be told apart
               *> after the fact, exactly as on day1's trail
               01 ws-run-date pic 9(8).
               01 ws-run-time pic 9(8).
               01 ws-run-id pic x(16).

               01 audit-header-fields.
                   05 filler pic x(4) value "HDR ".
                   05 ah-run-id pic x(16).
                   05 filler pic x(1) value space.
                   05 ah-input-file pic x(59).

               01 audit-end-fields.
                   05 filler pic x(4) value "END ".
                   05 ae-run-id pic x(16).

               *> the decision is 'P'ossible, 'I'mpossible, or 'X'
               *> for a record that is not a game at all -- an X line
               *> carries zero maxima and power, and counts for
               *> neither star
               01 audit-trail-fields.
                   05 at-run-id pic x(16).
                   05 filler pic x(2) value space.
                   05 at-rec-no pic z(6)9.
                   05 filler pic x(3) value space.
                   05 at-game-id pic zz9.
                   05 filler pic x(3) value space.
                   05 at-red pic zz9.
                   05 filler pic x(1) value space.
                   05 at-green pic zz9.
                   05 filler pic x(1) value space.
                   05 at-blue pic zz9.
                   05 filler pic x(3) value space.
                   05 at-decision pic x(1).
                   05 filler pic x(3) value space.
                   05 at-power pic z(6)9.

               01 detail-line-fields.
                   05 dl-rec-no pic z(6)9.

       procedure division.
       main.
           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.
           string ws-run-date delimited by size
               ws-run-time delimited by size
               into ws-run-id
           end-string.
           perform read-input-file-name.
           perform read-output-file-names.

           open output exception-report.
           move exception-header to exception-line.
           write exception-line.
           perform open-audit-trail.

           perform until ws-eof='Y'
               read day2-file
           close day2-file.
           close detail-report.
           close exception-report.
           move ws-run-id to ae-run-id.
           move audit-end-fields to audit-trail-line.
           write audit-trail-line.
           close audit-trail-file.

       open-audit-trail.
           *> the trail accumulates across runs the same way day1's
           *> does -- extend it, falling back to output on the very
           *> first run when the file does not exist yet -- and every
           *> run opens with a header naming the run and its input
           open extend audit-trail-file.
           if ws-audit-status = "35"
               open output audit-trail-file
           end-if.
           move ws-run-id to ah-run-id.
           move ws-input-file-name to ah-input-file.
           move audit-header-fields to audit-trail-line.
           write audit-trail-line.

       write-summary-record.
           open output summary-file.
           if ws-env-value not = spaces
               move ws-env-value to ws-summary-file-name
           end-if.
           move "DAY2_AUDIT_TRAIL" to ws-env-name.
           perform read-one-env-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-audit-file-name
           end-if.

       read-one-env-value.
           move spaces to ws-env-value.
               perform write-detail-line
           end-if.

           perform write-audit-record.

       parse-game-line.
           *> a game reads "Game <id>: <count> <colour>[, ...][; ...]"
           *> -- the largest count seen for each colour across every
           move ws-game-power to dl-power.
           move detail-line-fields to detail-line.
           write detail-line.

       write-audit-record.
           move spaces to audit-trail-fields.
           move ws-run-id to at-run-id.
           move ws-record-count to at-rec-no.
           if ws-parse-failed = 'Y'
               move zero to at-game-id
               move zero to at-red
               move zero to at-green
               move zero to at-blue
               move 'X' to at-decision
               move zero to at-power
           else
               move ws-game-id to at-game-id
               move ws-max-red to at-red
               move ws-max-green to at-green
               move ws-max-blue to at-blue
               if ws-max-red <= ws-bag-red and
                       ws-max-green <= ws-bag-green and
                       ws-max-blue <= ws-bag-blue
                   move 'P' to at-decision
               else
                   move 'I' to at-decision
               end-if
               move ws-game-power to at-power
           end-if.
           move audit-trail-fields to audit-trail-line.
           write audit-trail-line.
