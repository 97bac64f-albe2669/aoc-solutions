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

               fd distribution-report.
               01 distribution-line pic x(80).
