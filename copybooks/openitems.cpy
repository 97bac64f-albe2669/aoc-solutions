      *> shared layout of the open-exception master -- one record
      *> per day1 reject, keyed by the input file it was raised
      *> against and its record number within that file, kept until
      *> a repair is applied.  COPY this into the FD of any program
      *> that posts, closes or reports open items, so every program
      *> reads the same columns.  status is 'O' (open), 'C' (closed
      *> by a successful correction) or 'R' (closed because
      *> day1-backout reversed the run that last posted it); the
      *> run id is the last day1 run that rejected the record, so
      *> posting the same exception file twice changes nothing.
               01 open-item-record.
                   05 oi-key.
                       10 oi-input-file pic x(80).
                       10 oi-rec-no pic 9(7).
                   05 oi-status pic x(1).
                   05 oi-first-seen pic 9(8).
                   05 oi-last-seen pic 9(8).
                   05 oi-closed-date pic 9(8).
                   05 oi-last-run-id pic x(16).
                   05 oi-raw-text pic x(80).
