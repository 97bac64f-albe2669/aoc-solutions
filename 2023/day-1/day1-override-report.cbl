       *> weekly review of the stream's safety overrides: reads back
       *> the override journal every program that honours an override
       *> (DAY1_FORCE_OVERRIDE, DAY1_CLEAR_LOCK,
       *> DAY1_SEQUENCE_OVERRIDE, and the BACKOUT authority
       *> day1-backout checks) writes to, and prints the seven
       *> days ending on the report date -- every override asked for,
       *> in the order it was asked, with who asked, for which run and
       *> program, why, and whether it was USED or REFUSED -- then
       *> counts by override type and outcome, and by operator, so a
       *> supervisor can see at a glance who is forcing what through
       *> and how often.
       *>
       *> DAY1_OVERRIDE_JOURNAL names the journal to read (stock
       *> "day1-override.jnl", matching the name every writer stocks);
       *> DAY1_REPORT_DATE picks the last day of the week reported,
       *> yyyymmdd (unset means today).
       identification  division.
       program-id. day1-override-report.

       environment division.
           input-output section.
               file-control.
               select override-journal-file
               assign to dynamic ws-override-journal-name
               organization is line sequential
               file status is ws-override-journal-status.

               select override-report assign to "day1-override.rpt"
               organization is line sequential.

       data division.
           file section.
               fd override-journal-file.
               01 override-journal-line pic x(136).

               fd override-report.
               01 report-line pic x(140).

           working-storage section.
               01 ws-override-journal-status pic x(2).
               01 ws-override-journal-name pic x(80)
                   value "day1-override.jnl".
               01 ws-env-name pic x(32).
               01 ws-env-value pic x(80).
               01 ws-eof pic x(1) value 'N'.

               *> the week reported: the report date and the six days
               *> before it, compared as day numbers so the week can
               *> straddle a month or year end
               01 ws-report-date pic 9(8).
               01 ws-week-start-date pic 9(8).
               01 ws-report-day pic 9(7).
               01 ws-week-start-day pic 9(7).
               01 ws-entry-day pic 9(7).

               *> the layout the writers stamp, used here to pull each
               *> journal line apart
               copy overjnl.

               01 ws-journal-total pic 9(7) value zero.
               01 ws-week-count pic 9(7) value zero.
               01 ws-used-count pic 9(7) value zero.
               01 ws-refused-count pic 9(7) value zero.

               *> counts by override type, one row per type the
               *> writers journal, plus a catch-all for anything else
               01 type-count-table.
                   05 type-count-entry occurs 5 times.
                       10 tc-type pic x(10).
                       10 tc-used pic 9(7).
                       10 tc-refused pic 9(7).
               01 t pic 9(1) value 1.
               01 ws-type-hit pic 9(1) value 5.

               *> counts by operator, in the order each operator first
               *> appears in the week
               01 operator-count pic 9(3) value zero.
               01 operator-count-table.
                   05 operator-count-entry occurs 100 times.
                       10 oc-operator pic x(8).
                       10 oc-used pic 9(7).
                       10 oc-refused pic 9(7).
               01 o pic 9(3) value 1.
               01 ws-operator-hit pic 9(3) value zero.

               01 report-header-fields.
                   05 filler pic x(23)
                       value "override journal, week ".
                   05 rh-start-date pic 9(8).
                   05 filler pic x(4) value " to ".
                   05 rh-end-date pic 9(8).

               01 column-header.
                   05 filler pic x(9) value "date".
                   05 filler pic x(9) value "time".
                   05 filler pic x(9) value "operator".
                   05 filler pic x(17) value "run".
                   05 filler pic x(13) value "program".
                   05 filler pic x(11) value "type".
                   05 filler pic x(8) value "outcome".
                   05 filler pic x(6) value "reason".

               01 section-banner-fields.
                   05 filler pic x(4) value "*** ".
                   05 sb-label pic x(30).

               01 count-header.
                   05 filler pic x(11) value space.
                   05 filler pic x(10) value "      used".
                   05 filler pic x(3) value space.
                   05 filler pic x(7) value "refused".

               01 count-line-fields.
                   05 cl-label pic x(10).
                   05 filler pic x(4) value space.
                   05 cl-used pic z(6)9.
                   05 filler pic x(3) value space.
                   05 cl-refused pic z(6)9.

               01 report-trailer-fields.
                   05 rt-literal pic x(30).
                   05 rt-amount pic z(6)9.

       procedure division.
       main.
           perform read-file-names.
           perform read-report-date.
           perform set-up-type-table.

           open output override-report.
           move ws-week-start-date to rh-start-date.
           move ws-report-date to rh-end-date.
           move report-header-fields to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.
           move column-header to report-line.
           write report-line.

           open input override-journal-file.
           if ws-override-journal-status not = "00"
               display "no override journal to report -- "
                   ws-override-journal-name " status "
                   ws-override-journal-status
           else
               perform until ws-eof = 'Y'
                   read override-journal-file
                       at end move 'Y' to ws-eof
                       not at end perform report-journal-line
                   end-read
               end-perform
               close override-journal-file
           end-if.
           if ws-week-count = zero
               move "(no overrides asked for this week)" to report-line
               write report-line
           end-if.

           perform print-type-counts.
           perform print-operator-counts.

           move spaces to report-line.
           write report-line.
           move "overrides asked for ........." to rt-literal.
           move ws-week-count to rt-amount.
           perform write-trailer-line.
           move "overrides used .............." to rt-literal.
           move ws-used-count to rt-amount.
           perform write-trailer-line.
           move "overrides refused ..........." to rt-literal.
           move ws-refused-count to rt-amount.
           perform write-trailer-line.
           close override-report.

           display "journal lines read .......... " ws-journal-total.
           display "overrides this week ......... " ws-week-count.
           display "used ........................ " ws-used-count.
           display "refused ..................... " ws-refused-count.
           stop run.

       read-file-names.
           move "DAY1_OVERRIDE_JOURNAL" to ws-env-name.
           move spaces to ws-env-value.
           display ws-env-name upon environment-name.
           accept ws-env-value from environment-value.
           if ws-env-value not = spaces
               move ws-env-value to ws-override-journal-name
           end-if.

       read-report-date.
           move "DAY1_REPORT_DATE" to ws-env-name.
           display ws-env-name upon environment-name.
           accept ws-report-date from environment-value.
           if ws-report-date = zero
               accept ws-report-date from date yyyymmdd
           end-if.
           compute ws-report-day =
               function integer-of-date(ws-report-date).
           compute ws-week-start-day = ws-report-day - 6.
           compute ws-week-start-date =
               function date-of-integer(ws-week-start-day).

       set-up-type-table.
           move "FORCE-DUP" to tc-type(1).
           move "CLEAR-LOCK" to tc-type(2).
           move "SEQUENCE" to tc-type(3).
           move "BACKOUT" to tc-type(4).
           move "(other)" to tc-type(5).
           move 1 to t.
           perform until t > 5
               move zero to tc-used(t)
               move zero to tc-refused(t)
               add 1 to t
           end-perform.

       report-journal-line.
           add 1 to ws-journal-total.
           move override-journal-line to override-journal-fields.
           if oj-date not numeric or oj-date = zero
               exit paragraph
           end-if.
           compute ws-entry-day = function integer-of-date(oj-date).
           if ws-entry-day < ws-week-start-day or
                   ws-entry-day > ws-report-day
               exit paragraph
           end-if.

           add 1 to ws-week-count.
           move override-journal-line to report-line.
           write report-line.

           move 5 to ws-type-hit.
           move 1 to t.
           perform until t > 4
               if tc-type(t) = oj-type
                   move t to ws-type-hit
                   move 4 to t
               end-if
               add 1 to t
           end-perform.

           move zero to ws-operator-hit.
           move 1 to o.
           perform until o > operator-count
               if oc-operator(o) = oj-operator
                   move o to ws-operator-hit
                   move operator-count to o
               end-if
               add 1 to o
           end-perform.
           if ws-operator-hit = zero
               if operator-count < 100
                   add 1 to operator-count
                   move operator-count to ws-operator-hit
                   move oj-operator to oc-operator(ws-operator-hit)
                   move zero to oc-used(ws-operator-hit)
                   move zero to oc-refused(ws-operator-hit)
               end-if
           end-if.

           if oj-outcome = "USED"
               add 1 to ws-used-count
               add 1 to tc-used(ws-type-hit)
               if ws-operator-hit > 0
                   add 1 to oc-used(ws-operator-hit)
               end-if
           else
               add 1 to ws-refused-count
               add 1 to tc-refused(ws-type-hit)
               if ws-operator-hit > 0
                   add 1 to oc-refused(ws-operator-hit)
               end-if
           end-if.

       print-type-counts.
           move spaces to report-line.
           write report-line.
           move "by override type" to sb-label.
           move section-banner-fields to report-line.
           write report-line.
           move count-header to report-line.
           write report-line.
           move 1 to t.
           perform until t > 5
               if t < 5 or tc-used(t) > 0 or tc-refused(t) > 0
                   move tc-type(t) to cl-label
                   move tc-used(t) to cl-used
                   move tc-refused(t) to cl-refused
                   move count-line-fields to report-line
                   write report-line
               end-if
               add 1 to t
           end-perform.

       print-operator-counts.
           move spaces to report-line.
           write report-line.
           move "by operator" to sb-label.
           move section-banner-fields to report-line.
           write report-line.
           move count-header to report-line.
           write report-line.
           if operator-count = zero
               move "(none)" to report-line
               write report-line
           end-if.
           move 1 to o.
           perform until o > operator-count
               move oc-operator(o) to cl-label
               if oc-operator(o) = spaces
                   move "(none)" to cl-label
               end-if
               move oc-used(o) to cl-used
               move oc-refused(o) to cl-refused
               move count-line-fields to report-line
               write report-line
               add 1 to o
           end-perform.

       write-trailer-line.
           move report-trailer-fields to report-line.
           write report-line.
