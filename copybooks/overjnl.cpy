      *> shared layout of the override journal line -- one line for
      *> every safety override asked for, whether it was USED or
      *> REFUSED: when, which operator, the run and program it was
      *> asked for in, the override type (FORCE-DUP, CLEAR-LOCK,
      *> SEQUENCE, BACKOUT) and the reason the operator gave.  COPY
      *> this into the WORKING-STORAGE of any program that writes or
      *> reads the journal, so day1-override-report can pull every
      *> writer's lines apart the same way.  the run id is spaces in
      *> programs that do not stamp one.
               01 override-journal-fields.
                   05 oj-date pic 9(8).
                   05 filler pic x(1) value space.
                   05 oj-time pic 9(8).
                   05 filler pic x(1) value space.
                   05 oj-operator pic x(8).
                   05 filler pic x(1) value space.
                   05 oj-run-id pic x(16).
                   05 filler pic x(1) value space.
                   05 oj-program pic x(12).
                   05 filler pic x(1) value space.
                   05 oj-type pic x(10).
                   05 filler pic x(1) value space.
                   05 oj-outcome pic x(7).
                   05 filler pic x(1) value space.
                   05 oj-reason pic x(60).
