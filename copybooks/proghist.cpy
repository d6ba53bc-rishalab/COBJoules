      *> PROGHIST - the request area a per-program report passes to
      *> prog_history, the program-history index over energy.log.
      *> run-catalog.dat answers per-run questions; the trend,
      *> control-chart, thermal, time-of-day, domain-mix and sort
      *> curve reports ask per-program ones, and each used to parse
      *> every line of energy.log to find one program's lines. The
      *> index (program-history.dat) holds every valid data line
      *> keyed by program, timestamp and run, so a report reads one
      *> program's history in time order - or every program's, one
      *> after another - without parsing the log at all.
      *>
      *> CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
      *>     ELOG-PARSED
      *>
      *> PHIST-ACTION:
      *>   OPEN    - post whatever energy.log has gained since the
      *>             last load, then position at the first line of
      *>             PHIST-PROGRAM (spaces: of the first program)
      *>   NEXT    - return the next line in ELOG-PARSED (a data
      *>             line, filled as energy_log_read would fill it);
      *>             PHIST-AT-END once the program's history - or,
      *>             for spaces, the whole index - is exhausted
      *>   CLOSE   - finish reading
      *>   REBUILD - re-post the index from the top of energy.log
      *>             (energy_retention, once a purge has swapped in
      *>             the retained window)
      *> PHIST-FAILED means the index could not be brought up to
      *> date or opened; prog_history has said why on the console.
       01  PROGRAM-HISTORY-REQUEST.
           05  PHIST-ACTION   PIC X(8).
           05  PHIST-PROGRAM  PIC X(20).
           05  PHIST-STATUS   PIC X.
               88  PHIST-OK       VALUE 'O'.
               88  PHIST-AT-END   VALUE 'E'.
               88  PHIST-FAILED   VALUE 'F'.
