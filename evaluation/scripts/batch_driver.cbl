      *>                  numbers that must have completed first,
      *>                  e.g. "1:3". Only constrains what may
      *>                  overlap - execution order stays the deck's.
      *>   max joules   - optional sixth field: the step's energy
      *>                  ceiling, checked against the package
      *>                  deltas the step has logged under the run
      *>                  so far
      *>   max seconds  - optional seventh field: the step's
      *>                  wall-clock ceiling
      *>
      *> A step with either ceiling is launched in the background
      *> and watched every COBJOULES_STEP_POLL_SECS seconds
      *> (default 15); one that exceeds a ceiling is terminated,
      *> the reason is recorded on its job-summary line, and the
      *> deck moves on to the next step whatever its on-error
      *> setting - a runaway that keeps logging SAMPLE lines looks
      *> healthy to sweep_watchdog, so only the driver can stop it.
      *> A terminated step counts as done for the restart, so a
      *> resumed sweep does not run it away again. Ceiling steps
      *> never join an unmeasured group.
      *>
      *> Thermal settle gate: with COBJOULES_SETTLE_TEMP_C set, each
      *> MEASURED step waits until the hottest thermal zone (the
      *> reading measure_energy logs) is below that temperature
      *> and has held within a degree of itself for
      *> COBJOULES_SETTLE_STABLE_MINS minutes (default 2), so the
      *> step after nbody does not pay for nbody's heat. The wait
      *> gives up after COBJOULES_SETTLE_MAX_MINS (default 15) and
      *> the step runs anyway. Each measured step's settle time and
      *> starting temperature go on its job-summary line.
      *>
      *> Hardware counters: with COBJOULES_PERF_COUNTERS=Y each
      *> MEASURED step runs under the kernel's performance counters
      *> (perf stat: instructions retired, cycles, cache misses).
      *> The counts, the step's package energy and the program name
      *> it logged under are appended to "perf-counters.log" under
      *> the sweep's RUN-ID; perf_report turns them into joules per
      *> billion instructions and instructions per cycle by program
      *> over time. Steps with a ceiling are not counted - the
      *> watcher's kill has to reach the step itself, not perf - and
      *> their job-summary line says "perf skipped: ceiling step",
      *> so a gap in perf-counters.log is never a mystery. A host
      *> without perf runs the sweep uncounted, with a WARNING.
      *>
      *> Records whose first character is "*" are comments; blank
      *> records are skipped. When no deck file exists the driver
      *> (start/end time, exit status, spool file name), written at
      *> end of sweep to a run-stamped file so operators can find
      *> last night's picture without scrolling a console that is
      *> long gone. The summary closes with a "Sweep outcome" line
      *> (COMPLETE, WINDOW-CLOSED or ABORTED, sweep start and end,
      *> window end, the step it stopped at and the step it resumed
      *> after) for sla_report; a resumed sweep appends its night
      *> to the run's summary rather than replacing the earlier one.
           SELECT SUMMARY-FILE ASSIGN TO WS-SUMMARY-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUMM-FS.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GRPC-FS.

      *> a watched step's pid or exit-status marker, whichever is
      *> being read (WS-WATCH-MARK-PATH names it).
           SELECT WATCH-MARK-FILE ASSIGN TO WS-WATCH-MARK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WPID-FS.

           SELECT PERF-CSV-FILE ASSIGN TO WS-PERF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PCSV-FS.

           SELECT PERF-LOG-FILE ASSIGN TO "perf-counters.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLOG-FS.

           SELECT THERMAL-FILE ASSIGN TO WS-THERMAL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS THERMAL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-DECK-FILE.
       01  PROGRESS-RECORD PIC X(40).

       FD  SUMMARY-FILE.
      *> as wide as WS-WATCH-CMD, which a step line is built up in:
      *> the fixed columns, a full STEP-CMD and spool name, and the
      *> settle, KILLED and perf-skipped notes all fit. sla_report,
      *> capacity_forecast and fleet_orchestrate read it at this
      *> width.
       01  SUMMARY-RECORD PIC X(400).

       FD  ENERGY-LOG-FILE.
       01  ELOG-RECORD PIC X(320).
       FD  GRPC-FILE.
       01  GRPC-RECORD PIC X(12).

       FD  WATCH-MARK-FILE.
       01  WATCH-MARK-RECORD PIC X(12).

       FD  PERF-CSV-FILE.
       01  PERF-CSV-RECORD PIC X(200).

       FD  PERF-LOG-FILE.
       01  PERF-LOG-RECORD PIC X(200).

       FD  THERMAL-FILE.
       01  THERMAL-RECORD PIC X(20).

       WORKING-STORAGE SECTION.
       01  DECK-FS      PIC XX.
       01  PROG-FS      PIC XX.
       01  WS-DECK-ENV  PIC X(100) VALUE SPACES.

       01  WS-RUN-ID    PIC X(21) VALUE SPACES.
       01  WS-CMD       PIC X(300) VALUE SPACES.
       01  WS-RC        PIC S9(9) COMP-5 VALUE 0.

       01  MAX-STEPS    PIC 9(2) VALUE 50.
      *> on (e.g. "1:3").
               10  STEP-CLASS  PIC X(10).
               10  STEP-DEPENDS PIC X(20).
               10  STEP-MAX-JOULES PIC 9(9).
               10  STEP-MAX-SECS   PIC 9(7).

       01  F-DECK-CMD   PIC X(100).
       01  F-DECK-ONERR PIC X(8).
       01  F-DECK-ENVS  PIC X(160).
       01  F-DECK-CLASS PIC X(10).
       01  F-DECK-DEPENDS PIC X(20).
       01  F-DECK-MAX-J PIC X(12).
       01  F-DECK-MAX-S PIC X(12).

      *> env-settings parse work fields: pairs split on ";", each pair
      *> split on the first "=".
      *> remote_energy_collect uses to capture dump_energy output.
       01  SUMM-FS          PIC XX.
       01  WS-SUMMARY-PATH  PIC X(80) VALUE SPACES.
       01  WS-OUTCOME       PIC X(13).
       01  WS-OUTCOME-WINDOW PIC X(4).
       01  WS-SPOOL-PATH    PIC X(80) VALUE SPACES.
       01  STEP-LOG-TABLE.
           05  STEP-LOG-ENTRY OCCURS 50 TIMES.
               10  STEP-END-TS   PIC X(21).
               10  STEP-RC       PIC S9(9) COMP-5.
               10  STEP-SPOOL    PIC X(80).
               10  STEP-KILLED   PIC X(40) VALUE SPACES.
               10  STEP-SETTLE-SECS PIC 9(5) VALUE 0.
               10  STEP-START-MC PIC 9(7) VALUE 0.
               10  STEP-SETTLE-FLAG PIC X VALUE SPACE.
                   88  STEP-TEMP-KNOWN  VALUES 'S' 'T' 'N'.
                   88  STEP-SETTLE-TIMED-OUT VALUE 'T'.
               10  STEP-PERF-SKIP PIC X VALUE 'N'.
       01  WS-RC-DISP       PIC -(8)9.

      *> ceiling watch for a step run in the background: its pid
      *> and exit status come back through batch-wpid-<step> and
      *> batch-wrc-<step>, the group path's marker-file idiom.
       01  WPID-FS          PIC XX.
       01  WS-WATCH-CMD     PIC X(400).
       01  WS-SLEEP-CMD     PIC X(40).
       01  WS-KILL-VERB     PIC X(8).
       01  WS-WPID-PATH     PIC X(40).
       01  WS-WRC-PATH      PIC X(40).
       01  WS-WATCH-MARK-PATH PIC X(40).
       01  WS-WATCH-PID     PIC X(12).
       01  WS-WATCH-RC-X    PIC X(12).
       01  WS-WATCH-DONE    PIC X.
       01  WS-KILL-SENT     PIC 9(2).
       01  WS-POLL-ENV      PIC X(6) VALUE SPACES.
       01  WS-POLL-SECS     PIC 9(4) VALUE 15.
       01  WS-WATCH-SECS    PIC 9(8).
       01  WS-WATCH-UJ      PIC 9(15).
       01  WS-CEILING-UJ    PIC 9(15).
       01  WS-CEILING-DISP  PIC Z(8)9.

      *> thermal settle gate: hottest zone in millidegrees, walked
      *> the way measure_energy's Capture-Thermal walks the zones.
       01  THERMAL-FS       PIC XX.
       01  WS-THERMAL-PATH  PIC X(60).
       01  WS-ZONE-NO       PIC 9(2).
       01  WS-ZONE-NO-DISP  PIC Z9.
       01  WS-MAX-ZONES     PIC 9(2) VALUE 16.
       01  WS-ZONE-MISS     PIC X.
       01  WS-ZONE-MC       PIC 9(7).
       01  WS-ZONE-HOT-MC   PIC 9(7).
       01  WS-ZONE-KNOWN    PIC X.
       01  WS-SETTLE-ENV    PIC X(8) VALUE SPACES.
       01  WS-SETTLE-ARMED  PIC X VALUE 'N'.
           88  SETTLE-ENFORCED VALUE 'Y'.
       01  WS-SETTLE-LIMIT-MC PIC 9(7) VALUE 0.
       01  WS-SETTLE-LIMIT-TEXT PIC X(8) VALUE SPACES.
       01  WS-SETTLE-STABLE-SECS PIC 9(5) VALUE 120.
       01  WS-SETTLE-MAX-SECS PIC 9(5) VALUE 900.
       01  WS-SETTLE-BEGIN  PIC 9(10).
       01  WS-SETTLE-NOW    PIC 9(10).
       01  WS-STABLE-SINCE  PIC 9(10).
       01  WS-STABLE-REF-MC PIC 9(7).
       01  WS-TEMP-DIFF-MC  PIC S9(7).
       01  WS-SETTLE-DONE   PIC X.
       01  WS-TEMP-C        PIC 9(3)V9.
       01  WS-TEMP-C-DISP   PIC ZZ9.9.
       01  WS-SETTLE-DISP   PIC Z(4)9.

      *> hardware counter capture for measured steps.
       01  PCSV-FS          PIC XX.
       01  PLOG-FS          PIC XX.
       01  WS-PERF-ENV      PIC X(3) VALUE SPACES.
       01  WS-PERF-MODE     PIC X VALUE 'N'.
           88  PERF-COUNTING    VALUE 'Y'.
       01  WS-PERF-STEP     PIC X VALUE 'N'.
           88  PERF-STEP-WRAPPED VALUE 'Y'.
       01  WS-PERF-PATH     PIC X(80).
       01  WS-PERF-EOF      PIC X.
       01  F-PERF-VALUE     PIC X(24).
       01  F-PERF-UNIT      PIC X(12).
       01  F-PERF-EVENT     PIC X(60).
       01  WS-PERF-HITS     PIC 9(4) COMP.
       01  WS-PERF-COUNT    PIC 9(15).
       01  WS-PERF-INSTR    PIC 9(15).
       01  WS-PERF-CYCLES   PIC 9(15).
       01  WS-PERF-MISSES   PIC 9(15).
       01  WS-PERF-UJ       PIC 9(15).
       01  WS-PERF-PROG     PIC X(20).
       01  WS-PERF-DISP-1   PIC Z(14)9.
       01  WS-PERF-DISP-2   PIC Z(14)9.
       01  WS-PERF-DISP-3   PIC Z(14)9.
       01  WS-PERF-DISP-4   PIC Z(14)9.

      *> whole-sweep energy bracket: the steps each measure
      *> themselves, but the energy spent between steps (process
      *> startup, dataset loading before a step's first checkpoint,
               END-IF
           END-IF

           ACCEPT WS-POLL-ENV FROM ENVIRONMENT
               "COBJOULES_STEP_POLL_SECS"
           IF WS-POLL-ENV NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-POLL-ENV)) = 0
               COMPUTE WS-POLL-SECS = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-POLL-ENV))
               IF WS-POLL-SECS < 1
                   MOVE 15 TO WS-POLL-SECS
               END-IF
           END-IF

           PERFORM Load-Settle-Settings
           PERFORM Load-Perf-Settings

           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT
               "COBJOULES_WINDOW_END"
           IF WS-WINDOW-ENV NOT = SPACES
      *> allow; measured benchmarks keep the exclusive serial path
      *> the host interlock exists for.
                       IF STEP-CLASS(STEP-IDX) = "UNMEASURED"
                               AND STEP-MAX-JOULES(STEP-IDX) = 0
                               AND STEP-MAX-SECS(STEP-IDX) = 0
                           PERFORM Run-Unmeasured-Group
                       ELSE
                           PERFORM RunStep
               MOVE SPACES TO STEP-ENVS(STEP-IDX)
               MOVE "MEASURED" TO STEP-CLASS(STEP-IDX)
               MOVE SPACES TO STEP-DEPENDS(STEP-IDX)
               MOVE 0 TO STEP-MAX-JOULES(STEP-IDX)
                   STEP-MAX-SECS(STEP-IDX)
           END-PERFORM
           .

                   SET DECK-AT-END TO TRUE
               ELSE
                   MOVE SPACES TO F-DECK-CMD F-DECK-ONERR F-DECK-ENVS
                       F-DECK-CLASS F-DECK-DEPENDS F-DECK-MAX-J
                       F-DECK-MAX-S
                   UNSTRING DECK-RECORD DELIMITED BY ","
                       INTO F-DECK-CMD F-DECK-ONERR F-DECK-ENVS
                            F-DECK-CLASS F-DECK-DEPENDS
                            F-DECK-MAX-J F-DECK-MAX-S
                   END-UNSTRING
                   ADD 1 TO STEP-COUNT
                   MOVE F-DECK-CMD TO STEP-CMD(STEP-COUNT)
                       MOVE "MEASURED" TO STEP-CLASS(STEP-COUNT)
                   END-IF
                   MOVE F-DECK-DEPENDS TO STEP-DEPENDS(STEP-COUNT)
      *> a blank or unreadable ceiling means no ceiling - the deck
      *> pre-flight reports the unreadable ones.
                   MOVE 0 TO STEP-MAX-JOULES(STEP-COUNT)
                       STEP-MAX-SECS(STEP-COUNT)
                   IF F-DECK-MAX-J NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(F-DECK-MAX-J)) = 0
                       COMPUTE STEP-MAX-JOULES(STEP-COUNT) =
                           FUNCTION NUMVAL(FUNCTION TRIM(F-DECK-MAX-J))
                   END-IF
                   IF F-DECK-MAX-S NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(F-DECK-MAX-S)) = 0
                       COMPUTE STEP-MAX-SECS(STEP-COUNT) =
                           FUNCTION NUMVAL(FUNCTION TRIM(F-DECK-MAX-S))
                   END-IF
               END-IF
           END-IF
           .

       RunStep.
           PERFORM Export-Step-Envs
           IF STEP-CLASS(STEP-IDX) = "MEASURED"
               PERFORM Settle-Thermal
           END-IF
           MOVE WS-STEP-NO TO WS-STEP-NO-DISP
           MOVE SPACES TO WS-SPOOL-PATH
           STRING "batch-spool-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPOOL-PATH) DELIMITED BY SIZE
                  " 2>&1" DELIMITED BY SIZE
               INTO WS-CMD
           MOVE 'N' TO WS-PERF-STEP
           IF PERF-COUNTING AND STEP-CLASS(STEP-IDX) = "MEASURED"
                   AND STEP-MAX-JOULES(STEP-IDX) = 0
                   AND STEP-MAX-SECS(STEP-IDX) = 0
               PERFORM Wrap-Perf-Step
           END-IF
           IF PERF-COUNTING AND STEP-CLASS(STEP-IDX) = "MEASURED"
                   AND NOT PERF-STEP-WRAPPED
               MOVE 'Y' TO STEP-PERF-SKIP(WS-STEP-NO)
               DISPLAY "batch_driver: step " WS-STEP-NO
                   " has a ceiling - perf skipped, the step runs "
                   "uncounted"
           END-IF
           DISPLAY "batch_driver: running "
               FUNCTION TRIM(STEP-CMD(STEP-IDX))
               " (output spooled to " FUNCTION TRIM(WS-SPOOL-PATH)
           MOVE 'Y' TO STEP-RAN(WS-STEP-NO)
           MOVE WS-SPOOL-PATH TO STEP-SPOOL(WS-STEP-NO)
           MOVE FUNCTION CURRENT-DATE TO STEP-START-TS(WS-STEP-NO)
           IF STEP-MAX-JOULES(STEP-IDX) > 0
                   OR STEP-MAX-SECS(STEP-IDX) > 0
               PERFORM Run-Watched-Step
           ELSE
               CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO STEP-END-TS(WS-STEP-NO)
           MOVE WS-RC TO STEP-RC(WS-STEP-NO)
           IF PERF-STEP-WRAPPED
               PERFORM Record-Perf-Counters
           END-IF
           IF STEP-KILLED(WS-STEP-NO) NOT = SPACES
               PERFORM Finish-Killed-Step
               EXIT PARAGRAPH
           END-IF
           IF WINDOW-ENFORCED
               PERFORM Record-Step-Duration
               PERFORM Compute-Window-Now
           END-IF
           .

       Load-Settle-Settings.
           ACCEPT WS-SETTLE-ENV FROM ENVIRONMENT
               "COBJOULES_SETTLE_TEMP_C"
           IF WS-SETTLE-ENV = SPACES
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-SETTLE-ENV)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SETTLE-LIMIT-MC = FUNCTION NUMVAL(
               FUNCTION TRIM(WS-SETTLE-ENV)) * 1000
           SET SETTLE-ENFORCED TO TRUE
           MOVE WS-SETTLE-ENV TO WS-SETTLE-LIMIT-TEXT
           MOVE SPACES TO WS-SETTLE-ENV
           ACCEPT WS-SETTLE-ENV FROM ENVIRONMENT
               "COBJOULES_SETTLE_STABLE_MINS"
           IF WS-SETTLE-ENV NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-SETTLE-ENV)) = 0
               COMPUTE WS-SETTLE-STABLE-SECS = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-SETTLE-ENV)) * 60
           END-IF
           MOVE SPACES TO WS-SETTLE-ENV
           ACCEPT WS-SETTLE-ENV FROM ENVIRONMENT
               "COBJOULES_SETTLE_MAX_MINS"
           IF WS-SETTLE-ENV NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-SETTLE-ENV)) = 0
               COMPUTE WS-SETTLE-MAX-SECS = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-SETTLE-ENV)) * 60
           END-IF
           .

       Settle-Thermal.
      *> with no readable zone there is nothing to wait on and no
      *> temperature to record.
           MOVE 0 TO STEP-SETTLE-SECS(WS-STEP-NO)
           MOVE SPACE TO STEP-SETTLE-FLAG(WS-STEP-NO)
           PERFORM Read-Hottest-Zone
           IF WS-ZONE-KNOWN = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO STEP-SETTLE-FLAG(WS-STEP-NO)
           IF SETTLE-ENFORCED
               MOVE FUNCTION CURRENT-DATE TO WS-EPOCH-TS
               PERFORM Compute-Epoch-Secs
               MOVE WS-EPOCH-WORK TO WS-SETTLE-BEGIN
               MOVE WS-SETTLE-BEGIN TO WS-STABLE-SINCE
               MOVE WS-ZONE-HOT-MC TO WS-STABLE-REF-MC
               MOVE 'N' TO WS-SETTLE-DONE
               PERFORM Settle-Poll UNTIL WS-SETTLE-DONE = 'Y'
           END-IF
           MOVE WS-ZONE-HOT-MC TO STEP-START-MC(WS-STEP-NO)
           .

       Settle-Poll.
           MOVE FUNCTION CURRENT-DATE TO WS-EPOCH-TS
           PERFORM Compute-Epoch-Secs
           MOVE WS-EPOCH-WORK TO WS-SETTLE-NOW
           COMPUTE STEP-SETTLE-SECS(WS-STEP-NO) =
               WS-SETTLE-NOW - WS-SETTLE-BEGIN
           COMPUTE WS-TEMP-DIFF-MC = WS-ZONE-HOT-MC - WS-STABLE-REF-MC
      *> stable means under the limit and within a degree of the
      *> reading the stable stretch began with; anything else
      *> starts the stretch over from this reading.
           IF WS-ZONE-HOT-MC < WS-SETTLE-LIMIT-MC
                   AND WS-TEMP-DIFF-MC >= -1000
                   AND WS-TEMP-DIFF-MC <= 1000
               IF WS-SETTLE-NOW - WS-STABLE-SINCE >=
                       WS-SETTLE-STABLE-SECS
                   MOVE 'S' TO STEP-SETTLE-FLAG(WS-STEP-NO)
                   MOVE 'Y' TO WS-SETTLE-DONE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-SETTLE-NOW TO WS-STABLE-SINCE
               MOVE WS-ZONE-HOT-MC TO WS-STABLE-REF-MC
           END-IF
           IF STEP-SETTLE-SECS(WS-STEP-NO) >= WS-SETTLE-MAX-SECS
               MOVE 'T' TO STEP-SETTLE-FLAG(WS-STEP-NO)
               MOVE 'Y' TO WS-SETTLE-DONE
               COMPUTE WS-TEMP-C ROUNDED = WS-ZONE-HOT-MC / 1000
               MOVE WS-TEMP-C TO WS-TEMP-C-DISP
               DISPLAY "batch_driver: WARNING - step " WS-STEP-NO
                   " did not settle below "
                   FUNCTION TRIM(WS-SETTLE-LIMIT-TEXT) "C"
                   " within the wait ceiling - starting at "
                   FUNCTION TRIM(WS-TEMP-C-DISP) "C"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SLEEP-CMD
           STRING "sleep " DELIMITED BY SIZE
                  WS-POLL-SECS DELIMITED BY SIZE
               INTO WS-SLEEP-CMD
           CALL "SYSTEM" USING WS-SLEEP-CMD RETURNING WS-CHK-RC
           PERFORM Read-Hottest-Zone
           .

       Read-Hottest-Zone.
      *> zones are numbered contiguously; the first missing one
      *> ends the walk.
           MOVE 0 TO WS-ZONE-HOT-MC
           MOVE 'N' TO WS-ZONE-KNOWN WS-ZONE-MISS
           PERFORM VARYING WS-ZONE-NO FROM 0 BY 1
               UNTIL WS-ZONE-NO >= WS-MAX-ZONES
                   OR WS-ZONE-MISS = 'Y'
               MOVE WS-ZONE-NO TO WS-ZONE-NO-DISP
               MOVE SPACES TO WS-THERMAL-PATH
               STRING "/sys/class/thermal/thermal_zone"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ZONE-NO-DISP)
                          DELIMITED BY SIZE
                      "/temp" DELIMITED BY SIZE
                   INTO WS-THERMAL-PATH
               OPEN INPUT THERMAL-FILE
               IF THERMAL-FS NOT = "00"
                   MOVE 'Y' TO WS-ZONE-MISS
               ELSE
                   READ THERMAL-FILE
                       NOT AT END
                           IF FUNCTION TRIM(THERMAL-RECORD)
                                   IS NUMERIC
                               COMPUTE WS-ZONE-MC = FUNCTION NUMVAL(
                                   FUNCTION TRIM(THERMAL-RECORD))
                               IF WS-ZONE-MC > WS-ZONE-HOT-MC
                                   MOVE WS-ZONE-MC TO WS-ZONE-HOT-MC
                               END-IF
                               MOVE 'Y' TO WS-ZONE-KNOWN
                           END-IF
                   END-READ
                   CLOSE THERMAL-FILE
               END-IF
           END-PERFORM
           .

       Load-Perf-Settings.
           ACCEPT WS-PERF-ENV FROM ENVIRONMENT
               "COBJOULES_PERF_COUNTERS"
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PERF-ENV))
                   NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "command -v perf > /dev/null 2>&1" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "batch_driver: WARNING - "
                   "COBJOULES_PERF_COUNTERS is set but perf is not "
                   "installed - the sweep runs without counters"
               EXIT PARAGRAPH
           END-IF
           SET PERF-COUNTING TO TRUE
           .

       Wrap-Perf-Step.
      *> perf writes its counts to a file of its own, so the
      *> step's spool is exactly what it would have been uncounted.
           MOVE SPACES TO WS-PERF-PATH
           STRING "batch-perf-" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  "-S" DELIMITED BY SIZE
                  WS-STEP-NO DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
               INTO WS-PERF-PATH
           CALL "CBL_DELETE_FILE" USING WS-PERF-PATH
               RETURNING WS-CHK-RC
           MOVE SPACES TO WS-CMD
           STRING "perf stat -x, -e instructions,cycles,cache-misses"
                      DELIMITED BY SIZE
                  " -o " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERF-PATH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(STEP-CMD(STEP-IDX)) DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SPOOL-PATH) DELIMITED BY SIZE
                  " 2>&1" DELIMITED BY SIZE
               INTO WS-CMD
           SET PERF-STEP-WRAPPED TO TRUE
           .

       Record-Perf-Counters.
      *> perf's CSV: value,unit,event,... one line per event, "#"
      *> comments, "<not counted>" / "<not supported>" for an event
      *> the CPU or the VM does not expose. Hybrid CPUs report an
      *> event once per core type (cpu_core/instructions/, ...), so
      *> matching lines are summed.
           MOVE 0 TO WS-PERF-INSTR WS-PERF-CYCLES WS-PERF-MISSES
           MOVE 'N' TO WS-PERF-EOF
           OPEN INPUT PERF-CSV-FILE
           IF PCSV-FS NOT = "00"
               DISPLAY "batch_driver: WARNING - step " WS-STEP-NO
                   " left no counter file "
                   FUNCTION TRIM(WS-PERF-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERF-EOF = 'Y'
               READ PERF-CSV-FILE
                   AT END
                       MOVE 'Y' TO WS-PERF-EOF
                   NOT AT END
                       PERFORM Tally-Perf-Line
               END-READ
           END-PERFORM
           CLOSE PERF-CSV-FILE
           CALL "CBL_DELETE_FILE" USING WS-PERF-PATH
               RETURNING WS-CHK-RC
           IF WS-PERF-INSTR = 0
               DISPLAY "batch_driver: WARNING - no instruction count "
                   "for step " WS-STEP-NO " - counters not exposed "
                   "on this host?"
               EXIT PARAGRAPH
           END-IF

      *> the step's package energy and program name come from the
      *> lines it logged under the run between its start and end -
      *> measured steps run alone, so those lines are its own.
           MOVE 0 TO WS-PERF-UJ
           MOVE SPACES TO WS-PERF-PROG
           SET DECK-NOT-AT-END TO TRUE
           OPEN INPUT ENERGY-LOG-FILE
           IF ELOG-FS = "00"
               PERFORM UNTIL DECK-AT-END
                   READ ENERGY-LOG-FILE
                       AT END
                           SET DECK-AT-END TO TRUE
                       NOT AT END
                           PERFORM Tally-Perf-Energy-Line
                   END-READ
               END-PERFORM
               CLOSE ENERGY-LOG-FILE
           END-IF
           IF WS-PERF-PROG = SPACES
               MOVE STEP-CMD(STEP-IDX) TO WS-PERF-PROG
           END-IF

           OPEN EXTEND PERF-LOG-FILE
           IF PLOG-FS = "05" OR PLOG-FS = "35"
               OPEN OUTPUT PERF-LOG-FILE
           END-IF
           IF PLOG-FS NOT = "00"
               DISPLAY "batch_driver: WARNING - could not append to "
                   "perf-counters.log (status " PLOG-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERF-INSTR TO WS-PERF-DISP-1
           MOVE WS-PERF-CYCLES TO WS-PERF-DISP-2
           MOVE WS-PERF-MISSES TO WS-PERF-DISP-3
           MOVE WS-PERF-UJ TO WS-PERF-DISP-4
           MOVE SPACES TO PERF-LOG-RECORD
           STRING FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERF-PROG) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STEP-NO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERF-DISP-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERF-DISP-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERF-DISP-3) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PERF-DISP-4) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  STEP-START-TS(WS-STEP-NO) DELIMITED BY SIZE
               INTO PERF-LOG-RECORD
           WRITE PERF-LOG-RECORD
           CLOSE PERF-LOG-FILE
           .

       Tally-Perf-Line.
           IF PERF-CSV-RECORD = SPACES
                   OR PERF-CSV-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-PERF-VALUE F-PERF-UNIT F-PERF-EVENT
           UNSTRING PERF-CSV-RECORD DELIMITED BY ","
               INTO F-PERF-VALUE F-PERF-UNIT F-PERF-EVENT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-PERF-VALUE))
                   NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PERF-COUNT = FUNCTION NUMVAL(
               FUNCTION TRIM(F-PERF-VALUE))
           MOVE 0 TO WS-PERF-HITS
           INSPECT F-PERF-EVENT TALLYING WS-PERF-HITS
               FOR ALL "cache-misses"
           IF WS-PERF-HITS > 0
               ADD WS-PERF-COUNT TO WS-PERF-MISSES
               EXIT PARAGRAPH
           END-IF
           INSPECT F-PERF-EVENT TALLYING WS-PERF-HITS
               FOR ALL "instructions"
           IF WS-PERF-HITS > 0
               ADD WS-PERF-COUNT TO WS-PERF-INSTR
               EXIT PARAGRAPH
           END-IF
           INSPECT F-PERF-EVENT TALLYING WS-PERF-HITS
               FOR ALL "cycles"
           IF WS-PERF-HITS > 0
               ADD WS-PERF-COUNT TO WS-PERF-CYCLES
           END-IF
           .

       Tally-Perf-Energy-Line.
           MOVE ELOG-RECORD TO ELOG-RAW-LINE
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF ELOG-LINE-VALID
                   AND ELOG-IS-DATA
                   AND FUNCTION TRIM(ELOG-RUNID) =
                       FUNCTION TRIM(WS-RUN-ID)
                   AND ELOG-TIMESTAMP(1:14) >=
                       STEP-START-TS(WS-STEP-NO)(1:14)
                   AND ELOG-TIMESTAMP(1:14) <=
                       STEP-END-TS(WS-STEP-NO)(1:14)
               IF WS-PERF-PROG = SPACES
                   MOVE ELOG-PROGNAME TO WS-PERF-PROG
               END-IF
               IF ELOG-DOMAIN(1:7) = "package"
                   ADD ELOG-DELTA-UJ TO WS-PERF-UJ
               END-IF
           END-IF
           .

       Run-Watched-Step.
      *> the step runs in a backgrounded subshell that records the
      *> step's own pid and, once it ends, its exit status - the
      *> driver polls between sleeps instead of blocking in SYSTEM.
           MOVE SPACES TO WS-WPID-PATH WS-WRC-PATH
           STRING "batch-wpid-" DELIMITED BY SIZE
                  WS-STEP-NO DELIMITED BY SIZE
               INTO WS-WPID-PATH
           STRING "batch-wrc-" DELIMITED BY SIZE
                  WS-STEP-NO DELIMITED BY SIZE
               INTO WS-WRC-PATH
           CALL "CBL_DELETE_FILE" USING WS-WPID-PATH
               RETURNING WS-CHK-RC
           CALL "CBL_DELETE_FILE" USING WS-WRC-PATH
               RETURNING WS-CHK-RC
           MOVE SPACES TO WS-WATCH-CMD
           STRING "( " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CMD) DELIMITED BY SIZE
                  " & echo $! > " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WPID-PATH) DELIMITED BY SIZE
                  "; wait $!; echo $? > " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WRC-PATH) DELIMITED BY SIZE
                  " ) &" DELIMITED BY SIZE
               INTO WS-WATCH-CMD
           MOVE 'N' TO WS-WATCH-DONE
           MOVE 0 TO WS-KILL-SENT
           CALL "SYSTEM" USING WS-WATCH-CMD RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "batch_driver: WARNING - could not start "
                   FUNCTION TRIM(STEP-CMD(STEP-IDX))
                   " in the background (status " WS-RC ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM Watch-Step-Poll UNTIL WS-WATCH-DONE = 'Y'
           CALL "CBL_DELETE_FILE" USING WS-WPID-PATH
               RETURNING WS-CHK-RC
           CALL "CBL_DELETE_FILE" USING WS-WRC-PATH
               RETURNING WS-CHK-RC
           .

       Watch-Step-Poll.
           MOVE SPACES TO WS-SLEEP-CMD
           STRING "sleep " DELIMITED BY SIZE
                  WS-POLL-SECS DELIMITED BY SIZE
               INTO WS-SLEEP-CMD
           CALL "SYSTEM" USING WS-SLEEP-CMD RETURNING WS-CHK-RC
           CALL "CBL_CHECK_FILE_EXIST" USING WS-WRC-PATH
               WS-CHK-DETAILS RETURNING WS-CHK-RC
           IF WS-CHK-RC = 0
               MOVE WS-WRC-PATH TO WS-WATCH-MARK-PATH
               PERFORM Read-Watch-Mark
               MOVE WS-WATCH-PID TO WS-WATCH-RC-X
               IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-WATCH-RC-X)) = 0
                   COMPUTE WS-RC = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-WATCH-RC-X))
               ELSE
                   MOVE -1 TO WS-RC
               END-IF
               MOVE 'Y' TO WS-WATCH-DONE
               EXIT PARAGRAPH
           END-IF
           IF WS-KILL-SENT > 0
      *> already told to stop - a step that ignores the TERM for
      *> four more polls is killed outright.
               ADD 1 TO WS-KILL-SENT
               IF WS-KILL-SENT = 5
                   MOVE "kill -9" TO WS-KILL-VERB
                   PERFORM Signal-Watched-Step
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Step-Ceilings
           IF STEP-KILLED(WS-STEP-NO) NOT = SPACES
               DISPLAY "batch_driver: WARNING - step " WS-STEP-NO
                   " (" FUNCTION TRIM(STEP-CMD(STEP-IDX)) ") "
                   FUNCTION TRIM(STEP-KILLED(WS-STEP-NO))
                   " - terminating it"
               MOVE "kill" TO WS-KILL-VERB
               PERFORM Signal-Watched-Step
               MOVE 1 TO WS-KILL-SENT
           END-IF
           .

       Check-Step-Ceilings.
           MOVE STEP-START-TS(WS-STEP-NO) TO WS-EPOCH-TS
           PERFORM Compute-Epoch-Secs
           MOVE WS-EPOCH-WORK TO WS-EPOCH-START
           MOVE FUNCTION CURRENT-DATE TO WS-EPOCH-TS
           PERFORM Compute-Epoch-Secs
           MOVE WS-EPOCH-WORK TO WS-EPOCH-END
           MOVE 0 TO WS-WATCH-SECS
           IF WS-EPOCH-END > WS-EPOCH-START
               COMPUTE WS-WATCH-SECS = WS-EPOCH-END - WS-EPOCH-START
           END-IF
           IF STEP-MAX-SECS(STEP-IDX) > 0
                   AND WS-WATCH-SECS > STEP-MAX-SECS(STEP-IDX)
               MOVE STEP-MAX-SECS(STEP-IDX) TO WS-CEILING-DISP
               MOVE SPACES TO STEP-KILLED(WS-STEP-NO)
               STRING "exceeded runtime ceiling " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CEILING-DISP) DELIMITED BY SIZE
                      "s" DELIMITED BY SIZE
                   INTO STEP-KILLED(WS-STEP-NO)
               EXIT PARAGRAPH
           END-IF
           IF STEP-MAX-JOULES(STEP-IDX) = 0
               EXIT PARAGRAPH
           END-IF
      *> measured steps run alone, so every package data line the
      *> run has logged since this step started is this step's.
           MOVE 0 TO WS-WATCH-UJ
           SET DECK-NOT-AT-END TO TRUE
           OPEN INPUT ENERGY-LOG-FILE
           IF ELOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DECK-AT-END
               READ ENERGY-LOG-FILE
                   AT END
                       SET DECK-AT-END TO TRUE
                   NOT AT END
                       PERFORM Tally-Watched-Line
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-FILE
           COMPUTE WS-CEILING-UJ = STEP-MAX-JOULES(STEP-IDX) * 1000000
           IF WS-WATCH-UJ > WS-CEILING-UJ
               MOVE STEP-MAX-JOULES(STEP-IDX) TO WS-CEILING-DISP
               MOVE SPACES TO STEP-KILLED(WS-STEP-NO)
               STRING "exceeded energy ceiling " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CEILING-DISP) DELIMITED BY SIZE
                      " J" DELIMITED BY SIZE
                   INTO STEP-KILLED(WS-STEP-NO)
           END-IF
           .

       Tally-Watched-Line.
           MOVE ELOG-RECORD TO ELOG-RAW-LINE
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF ELOG-LINE-VALID
                   AND ELOG-IS-DATA
                   AND FUNCTION TRIM(ELOG-RUNID) =
                       FUNCTION TRIM(WS-RUN-ID)
                   AND ELOG-DOMAIN(1:7) = "package"
                   AND ELOG-TIMESTAMP(1:14) >=
                       STEP-START-TS(WS-STEP-NO)(1:14)
               ADD ELOG-DELTA-UJ TO WS-WATCH-UJ
           END-IF
           .

       Signal-Watched-Step.
      *> WS-KILL-VERB says how; the pid comes from the marker.
           MOVE WS-WPID-PATH TO WS-WATCH-MARK-PATH
           PERFORM Read-Watch-Mark
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-WATCH-PID)) NOT = 0
               DISPLAY "batch_driver: WARNING - no pid recorded for "
                   "step " WS-STEP-NO " - it cannot be terminated"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WATCH-CMD
           STRING FUNCTION TRIM(WS-KILL-VERB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WATCH-PID) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-WATCH-CMD
           CALL "SYSTEM" USING WS-WATCH-CMD RETURNING WS-CHK-RC
           .

       Read-Watch-Mark.
           MOVE SPACES TO WS-WATCH-PID
           OPEN INPUT WATCH-MARK-FILE
           IF WPID-FS = "00"
               READ WATCH-MARK-FILE
                   NOT AT END
                       MOVE WATCH-MARK-RECORD TO WS-WATCH-PID
               END-READ
               CLOSE WATCH-MARK-FILE
           END-IF
           .

       Finish-Killed-Step.
      *> a terminated step is over, not failed: its duration says
      *> nothing about the next run, the restart must not run it
      *> away again, and the later steps still get their turn.
           DISPLAY "batch_driver: step " WS-STEP-NO " ("
               FUNCTION TRIM(STEP-CMD(STEP-IDX)) ") terminated - "
               FUNCTION TRIM(STEP-KILLED(WS-STEP-NO))
               "; continuing with the next step"
           PERFORM Save-Progress
           IF WINDOW-ENFORCED
               PERFORM Compute-Window-Now
               IF WS-WINDOW-NOW-MINS >= WS-WINDOW-END-MINS
                   COMPUTE WS-STOP-STEP = WS-STEP-NO + 1
                   SET WINDOW-CLOSED TO TRUE
               END-IF
           END-IF
           .

       Run-Unmeasured-Group.
           MOVE WS-STEP-NO TO WS-GRP-START
           MOVE WS-GRP-START TO WS-GRP-IDX
               IF STEP-CLASS(WS-GRP-IDX) NOT = "UNMEASURED"
                   EXIT PERFORM
               END-IF
      *> a step with a ceiling must be watched on its own.
               IF STEP-MAX-JOULES(WS-GRP-IDX) > 0
                       OR STEP-MAX-SECS(WS-GRP-IDX) > 0
                   EXIT PERFORM
               END-IF
               PERFORM Check-Group-Deps
               IF WS-GRP-OK = 0
                   EXIT PERFORM
                  FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                  ".log" DELIMITED BY SIZE
               INTO WS-SUMMARY-PATH
           IF WS-RESUME-STEP > 0
               OPEN EXTEND SUMMARY-FILE
               IF SUMM-FS = "05" OR SUMM-FS = "35"
                   OPEN OUTPUT SUMMARY-FILE
               END-IF
           ELSE
               OPEN OUTPUT SUMMARY-FILE
           END-IF
           IF SUMM-FS NOT = "00"
               DISPLAY "batch_driver: WARNING - could not write "
                   FUNCTION TRIM(WS-SUMMARY-PATH)
                   SET STEP-IDX TO WS-STEP-NO
                   PERFORM Write-Summary-Step
               END-PERFORM
               PERFORM Write-Summary-Outcome
               CLOSE SUMMARY-FILE
               DISPLAY "batch_driver: job summary written to "
                   FUNCTION TRIM(WS-SUMMARY-PATH)
                      FUNCTION TRIM(STEP-SPOOL(WS-STEP-NO))
                          DELIMITED BY SIZE
                   INTO SUMMARY-RECORD
               IF STEP-TEMP-KNOWN(WS-STEP-NO)
                   COMPUTE WS-TEMP-C ROUNDED =
                       STEP-START-MC(WS-STEP-NO) / 1000
                   MOVE WS-TEMP-C TO WS-TEMP-C-DISP
                   MOVE STEP-SETTLE-SECS(WS-STEP-NO) TO WS-SETTLE-DISP
                   MOVE SPACES TO WS-WATCH-CMD
                   STRING FUNCTION TRIM(SUMMARY-RECORD)
                              DELIMITED BY SIZE
                          " settle " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SETTLE-DISP)
                              DELIMITED BY SIZE
                          "s start " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-TEMP-C-DISP)
                              DELIMITED BY SIZE
                          "C" DELIMITED BY SIZE
                       INTO WS-WATCH-CMD
                   IF STEP-SETTLE-TIMED-OUT(WS-STEP-NO)
                       STRING FUNCTION TRIM(WS-WATCH-CMD)
                                  DELIMITED BY SIZE
                              " (wait ceiling)" DELIMITED BY SIZE
                           INTO SUMMARY-RECORD
                   ELSE
                       MOVE WS-WATCH-CMD TO SUMMARY-RECORD
                   END-IF
               END-IF
               IF STEP-KILLED(WS-STEP-NO) NOT = SPACES
                   MOVE SPACES TO WS-WATCH-CMD
                   STRING FUNCTION TRIM(SUMMARY-RECORD)
                              DELIMITED BY SIZE
                          " KILLED - " DELIMITED BY SIZE
                          FUNCTION TRIM(STEP-KILLED(WS-STEP-NO))
                              DELIMITED BY SIZE
                       INTO WS-WATCH-CMD
                   MOVE WS-WATCH-CMD TO SUMMARY-RECORD
               END-IF
               IF STEP-PERF-SKIP(WS-STEP-NO) = 'Y'
                   MOVE SPACES TO WS-WATCH-CMD
                   STRING FUNCTION TRIM(SUMMARY-RECORD)
                              DELIMITED BY SIZE
                          " perf skipped: ceiling step"
                              DELIMITED BY SIZE
                       INTO WS-WATCH-CMD
                   MOVE WS-WATCH-CMD TO SUMMARY-RECORD
               END-IF
           ELSE
               MOVE SPACES TO SUMMARY-RECORD
               STRING WS-STEP-NO DELIMITED BY SIZE
           WRITE SUMMARY-RECORD
           .

       Write-Summary-Outcome.
      *> one blank-separated line, read back by sla_report.
           EVALUATE TRUE
               WHEN SWEEP-ABORTED
                   MOVE "ABORTED" TO WS-OUTCOME
               WHEN WINDOW-CLOSED
                   MOVE "WINDOW-CLOSED" TO WS-OUTCOME
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-OUTCOME
           END-EVALUATE
           IF WINDOW-ENFORCED
               MOVE WS-WINDOW-END-HHMM TO WS-OUTCOME-WINDOW
           ELSE
               MOVE "NONE" TO WS-OUTCOME-WINDOW
           END-IF
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Sweep outcome " DELIMITED BY SIZE
                  WS-OUTCOME DELIMITED BY SPACE
                  " started " DELIMITED BY SIZE
                  WS-SWEEP-TS-START(1:14) DELIMITED BY SIZE
                  " ended " DELIMITED BY SIZE
                  WS-SWEEP-TS-END(1:14) DELIMITED BY SIZE
                  " window " DELIMITED BY SIZE
                  WS-OUTCOME-WINDOW DELIMITED BY SIZE
                  " steps " DELIMITED BY SIZE
                  STEP-COUNT DELIMITED BY SIZE
                  " stopped at " DELIMITED BY SIZE
                  WS-STOP-STEP DELIMITED BY SIZE
                  " resumed after " DELIMITED BY SIZE
                  WS-RESUME-STEP DELIMITED BY SIZE
               INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           .

       Apply-Param-Profile.
           MOVE "APPLY" TO PRM-ACTION
           MOVE SPACES TO PRM-NAME PRM-VALUE
