      *> shared layout of the authorised-operators file -- one record
      *> per operator cleared to use the stream's safety overrides,
      *> with a Y in the flag for each override that operator may use
      *> (anything else means no) -- force-dup, clear-lock, sequence
      *> and backout, the last clearing the operator to reverse a
      *> posted run with day1-backout.  COPY this into the FD of any
      *> program that checks an override before honouring it, so every
      *> program reads the same columns.
               01 operator-record.
                   05 op-operator-id pic x(8).
                   05 op-operator-name pic x(30).
                   05 op-may-force-dup pic x(1).
                   05 op-may-clear-lock pic x(1).
                   05 op-may-sequence pic x(1).
                   05 op-may-backout pic x(1).
