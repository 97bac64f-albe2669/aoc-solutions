                   05 cr-first-pos pic 9(2).
                   05 cr-last-pos pic 9(2).
                   05 cr-exception-flag pic x(1).
                   *> the star-1 view of the line and where each star-2
                   *> digit came from -- appended after the original
                   *> fields, matching day1's layout
                   05 cr-star1-first-digit pic x(1).
                   05 cr-star1-last-digit pic x(1).
                   05 cr-star1-num pic 9(2).
                   05 cr-first-source pic x(1).
                   05 cr-last-source pic x(1).
                   05 cr-overlap-flag pic x(1).
                   *> the source the line came from and its number
                   *> within that source
                   05 cr-source-id pic x(8).
                   05 cr-source-rec-no pic 9(7).

               fd prior-results-file.
               01 prior-result-record.
                   05 pr-first-pos pic 9(2).
                   05 pr-last-pos pic 9(2).
                   05 pr-exception-flag pic x(1).
                   *> the star-1 view of the line and where each star-2
                   *> digit came from -- appended after the original
                   *> fields, matching day1's layout
                   05 pr-star1-first-digit pic x(1).
                   05 pr-star1-last-digit pic x(1).
                   05 pr-star1-num pic 9(2).
                   05 pr-first-source pic x(1).
                   05 pr-last-source pic x(1).
                   05 pr-overlap-flag pic x(1).
                   *> the source the line came from and its number
                   *> within that source
                   05 pr-source-id pic x(8).
                   05 pr-source-rec-no pic 9(7).

               fd compare-report.
               01 compare-line pic x(100).
