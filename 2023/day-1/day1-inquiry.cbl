       *> posts one record per input line to: key a record number at
       *> the console and get that line's full story back -- first
       *> and last digit with the positions they were matched at, the
       *> num posted (and the literal-only star 1 num beside it), the
       *> running total as of that line, and whether
       *> the line went to the exception report instead of
       *> contributing.  an empty reply or record number 0 ends the
       *> session.
                   05 rr-first-pos pic 9(2).
                   05 rr-last-pos pic 9(2).
                   05 rr-exception-flag pic x(1).
                   *> the star-1 view of the line and where each star-2
                   *> digit came from -- appended after the original
                   *> fields, matching day1's layout
                   05 rr-star1-first-digit pic x(1).
                   05 rr-star1-last-digit pic x(1).
                   05 rr-star1-num pic 9(2).
                   05 rr-first-source pic x(1).
                   05 rr-last-source pic x(1).
                   05 rr-overlap-flag pic x(1).
                   *> the source the line came from and its number
                   *> within that source
                   05 rr-source-id pic x(8).
                   05 rr-source-rec-no pic 9(7).

           working-storage section.
               01 ws-results-status pic x(2).

       display-one-record.
           display "record ...................... " rr-rec-no.
           if rr-source-id not = spaces
               display "source ...................... " rr-source-id
                   " record " rr-source-rec-no
           end-if.
           if rr-exception-flag = 'Y'
               display "went to the exception report -- no digit "
                   "anywhere in the record"
               display "last digit .................. "
                   rr-last-digit " at position " rr-last-pos
               display "num posted .................. " rr-num
               display "digits matched as ........... "
                   rr-first-source rr-last-source
                   " (L literal, W spelled-out word)"
               display "star 1 num (literals only) .. " rr-star1-num
               if rr-overlap-flag = 'Y'
                   display "overlapping digit words ..... yes"
               end-if
           end-if.
           display "running total after line .... "
               rr-running-total.
