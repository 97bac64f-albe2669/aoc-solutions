       *> arrangement day1-audit-archive runs for the trail, so the
       *> generations answer "show me last Tuesday's listing" without
       *> growing forever.  the stock report names are never touched;
       *> they always hold the newest generation.  the reversed
       *> mark day1-backout puts on a run's entry is carried through
       *> the rewrite untouched.
       *>
       *> DAY1_REPORT_CATALOG overrides the stock catalog name the
       *> same way it does for day1; DAY1_REPORT_RETENTION_DAYS
                   05 rc-detail-name pic x(40).
                   05 rc-exception-name pic x(40).
                   05 rc-input-file-name pic x(80).
                   05 rc-status pic x(1).

           working-storage section.
               01 ws-catalog-status pic x(2).
                       10 cg-detail-name pic x(40).
                       10 cg-exception-name pic x(40).
                       10 cg-input-file-name pic x(80).
                       10 cg-status pic x(1).
                       10 cg-purged pic x(1).

               01 c pic 9(4) value 1.
               to cg-exception-name(catalog-count).
           move rc-input-file-name
               to cg-input-file-name(catalog-count).
           move rc-status to cg-status(catalog-count).
           move 'N' to cg-purged(catalog-count).

       purge-old-generations.
                   move cg-detail-name(c) to rc-detail-name
                   move cg-exception-name(c) to rc-exception-name
                   move cg-input-file-name(c) to rc-input-file-name
                   move cg-status(c) to rc-status
                   write report-catalog-record
               end-if
               add 1 to c
