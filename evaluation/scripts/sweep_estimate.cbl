      *> deck-size / historical-size - crude (the scaling-curve
      *> driver measures the real exponent), and said so in the
      *> confidence column. Commands map to log program names
      *> through the benchmark master (bench_master).
      *>
      *> COBJOULES_JOB_DECK     (optional) - deck to quote,
      *>     default "batch-job-deck".
       01  WS-RATE       PIC S9(5)V9(6) COMP-3 VALUE 0.
       01  WS-WINDOW-ENV PIC X(5) VALUE SPACES.

      *> the command-to-log-program mapping comes from the
      *> benchmark master - the same names the benchmarks export via
      *> COBJOULES_PROGRAM_NAME.
       COPY "benchmst.cpy".

      *> per-program history from energy.log: distinct runs,
      *> package uJ total, last numeric workload.
       Estimate-Step-Energy.
           MOVE 'N' TO WS-HAVE-UJ
           MOVE 0 TO WS-STEP-UJ
      *> map the command through the benchmark master, then ask
      *> the history.
           MOVE SPACES TO WS-LOOKUP-NAME
           MOVE "COMMAND" TO BMR-ACTION
           MOVE F-DECK-CMD TO BMR-KEY
           CALL "bench_master" USING BENCH-REQUEST
           IF BMR-FOUND
               MOVE BMR-PROGRAM TO WS-LOOKUP-NAME
           END-IF
           IF WS-LOOKUP-NAME = SPACES
               MOVE "unknown program - no energy history"
                   TO WS-CONFIDENCE
