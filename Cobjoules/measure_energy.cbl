               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS THERMAL-FS.

      *> cpufreq state of the CPU the process is on at each
      *> checkpoint - scaling_cur_freq and scaling_governor. A host
      *> left on powersave, or with turbo lost after a firmware
      *> update, produces joules that are not comparable with last
      *> month's; logging the policy is what lets a report say so.
      *> Read directly for the same reason as the thermal zones,
      *> and because the governor is a word, not a counter.
           SELECT CPUFREQ-FILE ASSIGN TO WS-CPUFREQ-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CPUFREQ-FS.

      *> host-level run interlock: two concurrent measurement runs on
      *> one box each absorb the other's load into their RAPL package
      *> deltas and interleave their energy.log lines - both results
      *> req 036's WORKLOAD field, then X(320) for the attributed-
      *> energy estimate field - the previous widths were already
      *> tight given the fields already in the line, and relied on
      *> STRING silently truncating on overflow. A line that still
      *> does not fit is now reported on stderr (Warn-Log-Overflow).
           01  LOG-RECORD PIC X(320).

           FD  CPUFREQ-FILE.
           01  CPUFREQ-RECORD PIC X(40).

           FD  ALERT-LOG-FILE.
           01  ALERT-RECORD PIC X(260).

      *> updated to set it.
           01  WS-WORKLOAD-ENV PIC X(12) VALUE SPACES.

      *> COBJOULES_REQUEST_TAG names the benchmark request
      *> (bench_request's request id) a step was scheduled for;
      *> deck_scheduler sets it on every step it folds in for a
      *> request, and it is logged as a trailing "Q:<id>" field so
      *> the request's lines can be told from the regular deck's
      *> runs of the same program and size. Blank (no field) for
      *> everything else.
           01  WS-REQUEST-TAG PIC X(8) VALUE SPACES.
           01  WS-LOG-PTR     PIC 9(4) COMP.
      *> set once a log line has been warned about as too long for
      *> LOG-RECORD, so the Q: append does not warn a second time.
           01  WS-LOG-OVERFLOW PIC X VALUE "N".

           01 ENERGY.
           05  ENERGY-DATA OCCURS 10 TIMES.
               10  DOMAIN-COUNT          PIC 9(4) COMP.
                   10  REGION-NAME   PIC X(16).
                   10  REGION-OPEN   PIC X VALUE 'N'.
                   10  REGION-TS     PIC X(21).
                   10  REGION-EPOCH  PIC 9(12)V99 COMP-3.
           01  REGION-SNAPS.
               05  REGION-SNAP OCCURS 9 TIMES.
                   10  RGN-DOM-COUNT PIC 9(4) COMP.
           01  WS-RGN-FOUND   PIC 9(1).
           01  WS-RGN-NAME    PIC X(16).
           01  WS-RGN-TS      PIC X(21).
           01  WS-RGN-EPOCH   PIC 9(12)V99 COMP-3.
           01  WS-RGN-UTC-TS  PIC X(16).
           01  WS-RGN-UTC-OFF PIC X(5).

           01 TEMP PIC 9(12) COMP.
           01 TEMP-DISP PIC Z(11)9 USAGE DISPLAY.
           01 WS-WATTHOURS-DISP PIC Z(8)9.9(6) USAGE DISPLAY.

           01 WS-SNAP-TS OCCURS 10 TIMES PIC X(21).
      *> each checkpoint's instant in UTC (utc_stamp) and the local
      *> offset it was taken at - epoch seconds are counted on the
      *> UTC instant so an interval spanning the autumn DST change
      *> does not come out an hour short (or negative).
           01 WS-EPOCH-SECS OCCURS 10 TIMES PIC 9(12)V99 COMP-3.
           01 WS-CP-UTC-TS OCCURS 10 TIMES PIC X(16).
           01 WS-CP-UTC-OFF OCCURS 10 TIMES PIC X(5).
           01 WS-ELAPSED-SEC PIC 9(8)V99 COMP-3.
           01 WS-ELAPSED-DISP PIC Z(7)9.99 USAGE DISPLAY.
           COPY "utcstamp.cpy".
           01 WS-PREV-CP PIC 9(2).

      *> req 030: OS-reported CPU/package affinity captured at each
           01 WS-TEMP-C-DISP PIC ZZ9.9.
           01 WS-TEMP-FIELD PIC X(10).

      *> cpufreq at each checkpoint. COBJOULES_CPUFREQ_BASE moves
      *> the sysfs cpu directory (tests, containers that bind-mount
      *> it elsewhere) - the same override cpu_governor honors.
      *> Logged as "F:<kHz>" and "G:<governor>", "N/A" on hosts
      *> without cpufreq (most VMs).
           01 CPUFREQ-FS PIC XX.
           01 WS-CPUFREQ-BASE PIC X(60)
               VALUE "/sys/devices/system/cpu".
           01 WS-CPUFREQ-BASE-ENV PIC X(60) VALUE SPACES.
           01 WS-CPUFREQ-PATH PIC X(100).
           01 WS-CP-FREQ-KHZ OCCURS 10 TIMES PIC 9(9) VALUE 0.
           01 WS-CP-GOVERNOR OCCURS 10 TIMES PIC X(16) VALUE SPACES.
           01 WS-FREQ-DISP PIC Z(8)9.
           01 WS-FREQ-FIELD PIC X(12).
           01 WS-GOV-FIELD PIC X(20).

      *> interlock state: attempted once per process, at the first
      *> checkpoint. COBJOULES_LOCK_FILE overrides the lock path
      *> (e.g. for tests); COBJOULES_LOCK_WAIT_SECS caps how long a
           IF WS-WORKLOAD-ENV = SPACES
               MOVE "N/A" TO WS-WORKLOAD-ENV
           END-IF
           ACCEPT WS-REQUEST-TAG FROM ENVIRONMENT
               "COBJOULES_REQUEST_TAG"

           ACCEPT WS-CPUFREQ-BASE-ENV FROM ENVIRONMENT
               "COBJOULES_CPUFREQ_BASE"
           IF WS-CPUFREQ-BASE-ENV NOT = SPACES
               MOVE WS-CPUFREQ-BASE-ENV TO WS-CPUFREQ-BASE
           END-IF

           ACCEPT WS-ALERT-ENV FROM ENVIRONMENT
               "COBJOULES_ALERT_THRESHOLD_J"
           PERFORM ComputeEpochSecs
           PERFORM Capture-Affinity
           PERFORM Capture-Thermal
           PERFORM Capture-Cpufreq

      *> a call that computes no delta (the run's first checkpoint,
      *> or a baseline pair) must hand back an explicitly empty
      *> Converts the just-captured CURRENT-DATE timestamp for the
      *> current checkpoint into a seconds-since-epoch figure so any
      *> two checkpoints can be subtracted to get elapsed wall time.
      *> The figure is taken on the UTC instant, not the wall clock.
           MOVE "TO-UTC" TO UTC-ACTION
           MOVE WS-SNAP-TS(WS-CP-COUNT) TO UTC-LOCAL-TS
           CALL "utc_stamp" USING UTC-REQUEST
           MOVE UTC-SECS TO WS-EPOCH-SECS(WS-CP-COUNT)
           MOVE UTC-TS TO WS-CP-UTC-TS(WS-CP-COUNT)
           MOVE UTC-OFFSET TO WS-CP-UTC-OFF(WS-CP-COUNT)
           .

       Capture-Affinity.
           END-PERFORM
           .

       Capture-Cpufreq.
      *> the CPU Capture-Affinity just found (cpu0 when procfs was
      *> unreadable) - with per-core frequency scaling the core the
      *> benchmark ran on is the one that matters.
           MOVE 0 TO WS-CP-FREQ-KHZ(WS-CP-COUNT)
           MOVE SPACES TO WS-CP-GOVERNOR(WS-CP-COUNT)
           MOVE WS-CP-CPU(WS-CP-COUNT) TO WS-CPU-DISP
           MOVE SPACES TO WS-CPUFREQ-PATH
           STRING FUNCTION TRIM(WS-CPUFREQ-BASE) DELIMITED BY SIZE
                  "/cpu" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CPU-DISP) DELIMITED BY SIZE
                  "/cpufreq/scaling_cur_freq" DELIMITED BY SIZE
               INTO WS-CPUFREQ-PATH
           OPEN INPUT CPUFREQ-FILE
           IF CPUFREQ-FS = "00"
               READ CPUFREQ-FILE
                   NOT AT END
                       IF FUNCTION TRIM(CPUFREQ-RECORD) IS NUMERIC
                           COMPUTE WS-CP-FREQ-KHZ(WS-CP-COUNT) =
                               FUNCTION NUMVAL(
                                   FUNCTION TRIM(CPUFREQ-RECORD))
                       END-IF
               END-READ
               CLOSE CPUFREQ-FILE
           END-IF
           MOVE SPACES TO WS-CPUFREQ-PATH
           STRING FUNCTION TRIM(WS-CPUFREQ-BASE) DELIMITED BY SIZE
                  "/cpu" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CPU-DISP) DELIMITED BY SIZE
                  "/cpufreq/scaling_governor" DELIMITED BY SIZE
               INTO WS-CPUFREQ-PATH
           OPEN INPUT CPUFREQ-FILE
           IF CPUFREQ-FS = "00"
               READ CPUFREQ-FILE
                   NOT AT END
                       MOVE FUNCTION TRIM(CPUFREQ-RECORD)
                           TO WS-CP-GOVERNOR(WS-CP-COUNT)
               END-READ
               CLOSE CPUFREQ-FILE
           END-IF
           .

       Lookup-Package-For-Cpu.
           MOVE WS-CP-CPU(WS-CP-COUNT) TO WS-CPU-DISP
           MOVE SPACES TO WS-TOPO-PATH
                   INTO WS-TEMP-FIELD
           END-IF

      *> cpufreq policy at the later checkpoint, same convention.
           MOVE "N/A" TO WS-FREQ-FIELD WS-GOV-FIELD
           IF WS-CP-FREQ-KHZ(WS-CP-COUNT) > 0
               MOVE WS-CP-FREQ-KHZ(WS-CP-COUNT) TO WS-FREQ-DISP
               MOVE SPACES TO WS-FREQ-FIELD
               STRING "F:" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FREQ-DISP) DELIMITED BY SIZE
                   INTO WS-FREQ-FIELD
           END-IF
           IF WS-CP-GOVERNOR(WS-CP-COUNT) NOT = SPACES
               MOVE SPACES TO WS-GOV-FIELD
               STRING "G:" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CP-GOVERNOR(WS-CP-COUNT))
                          DELIMITED BY SIZE
                   INTO WS-GOV-FIELD
           END-IF

           MOVE "WS" TO WS-TOK-OP
           CALL "elog_token" USING WS-TOK-OP WS-TOK-RC
           OPEN EXTEND ENERGY-LOG-FILE
      *> uninitialized bytes with file status "71" (invalid
      *> character) and the record never reaches energy.log.
               MOVE SPACES TO LOG-RECORD
               MOVE "N" TO WS-LOG-OVERFLOW
      *> the leading "V2" is the line's schema-version token - the
      *> shared reader (energy_log_read) maps tokenless legacy lines
      *> forward, so old log content keeps parsing while every new
      *> hottest thermal-zone temperature at the later checkpoint.
                      FUNCTION TRIM(WS-TEMP-FIELD)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FREQ-FIELD)
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-GOV-FIELD)
                          DELIMITED BY SIZE
      *> the later checkpoint's instant in UTC and the offset its
      *> local TIMESTAMP was taken at - unambiguous across DST.
                      ",U:" DELIMITED BY SIZE
                      WS-CP-UTC-TS(WS-CP-COUNT) DELIMITED BY SIZE
                      ",O:" DELIMITED BY SIZE
                      WS-CP-UTC-OFF(WS-CP-COUNT) DELIMITED BY SIZE
                   INTO LOG-RECORD
      *> a line that does not fit LOG-RECORD loses its tail (the
      *> U:/O:/Q: fields) - say so on stderr rather than write a
      *> short line nobody notices.
                   ON OVERFLOW
                       PERFORM Warn-Log-Overflow
               END-STRING
               IF WS-REQUEST-TAG NOT = SPACES
                   COMPUTE WS-LOG-PTR = FUNCTION LENGTH(
                       FUNCTION TRIM(LOG-RECORD TRAILING)) + 1
                   STRING ",Q:" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REQUEST-TAG)
                              DELIMITED BY SIZE
                       INTO LOG-RECORD
                       WITH POINTER WS-LOG-PTR
                       ON OVERFLOW
                           PERFORM Warn-Log-Overflow
                   END-STRING
               END-IF
               WRITE LOG-RECORD
           END-PERFORM

      *> spans arbitrary caller activity between BEGIN and END and a
      *> two-point affinity check would claim more than it knows.
               MOVE SPACES TO LOG-RECORD
               MOVE "N" TO WS-LOG-OVERFLOW
               STRING "V2," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(WS-WORKLOAD-ENV)
                          DELIMITED BY SIZE
      *> no attributed-energy estimate and no temperature for
      *> regions - the CPU-share, thermal and cpufreq samples
      *> belong to the checkpoint chain.
                      ",N/A,N/A,N/A,N/A" DELIMITED BY SIZE
                      ",U:" DELIMITED BY SIZE
                      WS-RGN-UTC-TS DELIMITED BY SIZE
                      ",O:" DELIMITED BY SIZE
                      WS-RGN-UTC-OFF DELIMITED BY SIZE
                   INTO LOG-RECORD
                   ON OVERFLOW
                       PERFORM Warn-Log-Overflow
               END-STRING
               WRITE LOG-RECORD
           END-PERFORM

      *> same CURRENT-DATE-to-epoch-seconds conversion as
      *> ComputeEpochSecs, applied to the region timestamp in
      *> WS-RGN-TS instead of a checkpoint slot.
           MOVE "TO-UTC" TO UTC-ACTION
           MOVE WS-RGN-TS TO UTC-LOCAL-TS
           CALL "utc_stamp" USING UTC-REQUEST
           MOVE UTC-SECS TO WS-RGN-EPOCH
           MOVE UTC-TS TO WS-RGN-UTC-TS
           MOVE UTC-OFFSET TO WS-RGN-UTC-OFF
           .

       Region-Raw-Delta.
           END-IF
           .

       Warn-Log-Overflow.
      *> the line is still written (truncated) - every field up to
      *> the cut is good and the run's energy figure is near the
      *> front - but the loss goes to stderr, naming the run.
           IF WS-LOG-OVERFLOW = "N"
               MOVE "Y" TO WS-LOG-OVERFLOW
               DISPLAY "measure_energy: WARNING - energy.log line "
                   "for run " FUNCTION TRIM(WS-RUN-ID)
                   " does not fit 320 bytes - written truncated,"
                   " trailing fields lost"
                   UPON SYSERR
           END-IF
           .

      *> the final EXIT PROGRAM must sit in a paragraph of its own:
      *> as a sentence of the last PERFORMed paragraph it would run
      *> at the end of every PERFORM of that paragraph and return to
