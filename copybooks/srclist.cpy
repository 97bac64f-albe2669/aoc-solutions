      *> shared layout of a day1 source list -- the supplier files
      *> that together make up one logical run, one line each in the
      *> order they are to be processed: a source id of up to eight
      *> characters, one space, then the file name.  COPY this into
      *> the FD of any program that has to walk a multi-source run's
      *> input the way day1 does, so the columns never drift.  a
      *> blank source id is given the line's position in the list
      *> ("01", "02", ...).
               01 source-list-record.
                   05 sl-source-id pic x(8).
                   05 filler pic x(1).
                   05 sl-file-name pic x(80).
