       IDENTIFICATION DIVISION.
       PROGRAM-ID. health-check.
       AUTHOR. Shiva9361.

      *> Suite health check for the external monitoring system: a
      *> stale host lock, an unacknowledged alert incident, a failed
      *> replication, a run that stopped without its trailer, a
      *> host_meter that stopped writing or a quarantined host all
      *> sat unnoticed until the morning review. This inspects the
      *> files those programs already keep - it changes none of
      *> them - and answers the way a monitoring poller consumes a
      *> check: one status line
      *>
      *>   OK - all 6 checks clear
      *>   WARNING - <the worst finding> (+n more)
      *>   CRITICAL - <the worst finding> (+n more)
      *>
      *> and RETURN-CODE 0, 1 or 2 for OK, WARNING or CRITICAL.
      *> With COBJOULES_HEALTH_DETAIL=Y one line per finding
      *> follows the status line, clear checks included.
      *>
      *>   host lock   - measure_energy's host lock
      *>                 (COBJOULES_LOCK_FILE, default
      *>                 /tmp/cobjoules-host.lock) whose holder is
      *>                 still alive and has held it longer than
      *>                 COBJOULES_HEALTH_LOCK_WARN_MINS (default
      *>                 240) is a WARNING, longer than
      *>                 COBJOULES_HEALTH_LOCK_CRIT_MINS (default 720)
      *>                 CRITICAL. A lock whose holder has ended is
      *>                 released by liveness and is not a finding.
      *>   incidents   - an ESCALATED incident in alert-incidents is
      *>                 CRITICAL; an OPEN one older than
      *>                 COBJOULES_HEALTH_INCIDENT_MINS (default 30)
      *>                 is a WARNING.
      *>   replication - a file whose latest replication-status
      *>                 outcome is FAILED or SUSPECT is CRITICAL; a
      *>                 newest outcome older than
      *>                 COBJOULES_HEALTH_REPL_MAX_HOURS (default 26)
      *>                 is a WARNING - the daily backup stopped.
      *>   runs        - a run in energy.log with no control-total
      *>                 trailer whose last line is older than
      *>                 COBJOULES_HEALTH_STUCK_MINS (default 60) is
      *>                 a WARNING; only runs with a line in the last
      *>                 COBJOULES_HEALTH_LOOKBACK_HOURS (default 24)
      *>                 are looked at, voided runs are skipped, and
      *>                 a setting of 0 turns the check off for hosts
      *>                 that do not close their runs with
      *>                 energy_trailer.
      *>   host meter  - host-meter.log's last reading older than
      *>                 COBJOULES_METER_STALE_WARN_MINS (default 10)
      *>                 is a WARNING, older than
      *>                 COBJOULES_METER_STALE_CRIT_MINS (default 60)
      *>                 CRITICAL. Keep both above
      *>                 COBJOULES_METER_INTERVAL_SECS.
      *>   registry    - any QUARANTINED host in host-registry.dat is
      *>                 a WARNING.
      *>
      *> A file a check reads that does not exist here means that
      *> part of the suite does not run on this host, and the check
      *> is clear. Every setting resolves through param_library, so
      *> a "monitoring" profile in cobjoules-params can carry the
      *> site's thresholds; an unusable setting is itself a WARNING
      *> and its default applies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HC-LOCK-FS.

           SELECT INCIDENT-FILE ASSIGN TO "alert-incidents"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HC-INC-FS.

           SELECT REPL-STATUS-IN ASSIGN TO "replication-status"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HC-REPL-FS.

           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HC-LOG-FS.

           SELECT METER-LOG-IN ASSIGN TO "host-meter.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HC-MTR-FS.

           SELECT REGISTRY-FILE ASSIGN TO "host-registry.dat"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY REG-HOST
               FILE STATUS IS HC-REG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       01  LOCK-RECORD PIC X(20).

       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD PIC X(300).

       FD  REPL-STATUS-IN.
       01  REPL-STATUS-RECORD PIC X(200).

       FD  ENERGY-LOG-IN.
       01  HC-LOG-RECORD PIC X(320).

       FD  METER-LOG-IN.
       01  METER-LOG-RECORD PIC X(160).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  REG-HOST        PIC X(40).
           05  REG-DESC        PIC X(60).
           05  REG-CAL-VER     PIC X(4).
           05  REG-SELFTEST    PIC X(4).
           05  REG-SELFTEST-DT PIC X(8).
           05  REG-CERTIFY     PIC X(4).
           05  REG-CERTIFY-DT  PIC X(8).
           05  REG-STATUS      PIC X(12).
           05  REG-REASON      PIC X(40).
           05  REG-STATUS-DT   PIC X(8).
           05  REG-SITE        PIC X(20).
           05  REG-ROOM        PIC X(20).
           05  REG-RACK        PIC X(20).
           05  REG-PDU         PIC X(20).

       WORKING-STORAGE SECTION.
       01  HC-LOCK-FS    PIC XX.
       01  HC-INC-FS     PIC XX.
       01  HC-REPL-FS    PIC XX.
       01  HC-LOG-FS     PIC XX.
       01  HC-MTR-FS     PIC XX.
       01  HC-REG-FS     PIC XX.
       01  HC-EOF        PIC X VALUE 'N'.
           88  HC-AT-END     VALUE 'Y'.
           88  HC-NOT-AT-END VALUE 'N'.

       COPY "paramreq.cpy".
       COPY "utcstamp.cpy".

      *> parsed energy.log line - populated by the shared reader
      *> subprogram energy_log_read.
       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".

      *> thresholds, as resolved (defaults until then).
       01  WS-LOCK-WARN-MINS  PIC 9(5) VALUE 240.
       01  WS-LOCK-CRIT-MINS  PIC 9(5) VALUE 720.
       01  WS-INCIDENT-MINS   PIC 9(5) VALUE 30.
       01  WS-REPL-MAX-HOURS  PIC 9(5) VALUE 26.
       01  WS-STUCK-MINS      PIC 9(5) VALUE 60.
       01  WS-LOOKBACK-HOURS  PIC 9(5) VALUE 24.
       01  WS-METER-WARN-MINS PIC 9(5) VALUE 10.
       01  WS-METER-CRIT-MINS PIC 9(5) VALUE 60.
       01  WS-DETAIL-FLAG     PIC X VALUE 'N'.
           88  WS-SHOW-DETAIL     VALUE 'Y'.
       01  WS-LOCK-PATH  PIC X(60) VALUE "/tmp/cobjoules-host.lock".

       01  WS-RES-NAME    PIC X(32).
       01  WS-RES-NUM     PIC 9(5).

      *> the running verdict: 0 OK, 1 WARNING, 2 CRITICAL - the
      *> numbering the monitoring system reads from the return code.
       01  WS-WORST       PIC 9 VALUE 0.
       01  WS-WORST-TEXT  PIC X(100) VALUE SPACES.
       01  WS-PROBLEMS    PIC 9(3) VALUE 0.
       01  WS-MORE        PIC 9(3).
       01  WS-MORE-DISP   PIC ZZ9.
       01  WS-CHECK-COUNT PIC 9 VALUE 6.

       01  WS-FIND-CHECK  PIC X(12).
       01  WS-FIND-STATE  PIC 9.
       01  WS-FIND-TEXT   PIC X(100).
       01  WS-STATE-NAMES.
           05  FILLER PIC X(8) VALUE "OK".
           05  FILLER PIC X(8) VALUE "WARNING".
           05  FILLER PIC X(8) VALUE "CRITICAL".
       01  WS-STATE-TABLE REDEFINES WS-STATE-NAMES.
           05  WS-STATE-NAME PIC X(8) OCCURS 3 TIMES.

       01  MAX-DETAIL     PIC 9(3) VALUE 60.
       01  DETAIL-COUNT   PIC 9(3) VALUE 0.
       01  DETAIL-TABLE.
           05  DETAIL-ENTRY OCCURS 60 TIMES INDEXED BY DTL-IDX.
               10  DTL-CHECK  PIC X(12).
               10  DTL-STATE  PIC 9.
               10  DTL-TEXT   PIC X(100).

      *> clock: whole-second CURRENT-DATE-to-epoch conversion for
      *> the files that carry local stamps, the same arithmetic
      *> alert_dispatch's Compute-Epoch-Secs uses; energy.log lines
      *> carry their own UTC instant and are aged against UTC now.
       01  WS-STAMP       PIC X(21).
       01  WS-NOW-EPOCH   PIC 9(12).
       01  WS-NOW-UTC-SECS PIC 9(12)V99.
       01  WS-EPOCH-TS    PIC X(21).
       01  WS-EPOCH-DATE8 PIC 9(8).
       01  WS-EPOCH-WORK  PIC 9(12).
       01  WS-THEN-EPOCH  PIC 9(12).
       01  WS-AGE-MINS    PIC 9(9).
       01  WS-AGE-DISP    PIC Z(8)9.
       01  WS-COUNT-DISP  PIC ZZZ9.

      *> host lock: CBL_CHECK_FILE_EXIST's details carry the file's
      *> size and its local modification date and time.
       01  WS-CHK-DETAILS.
           05  WS-CHK-SIZE    PIC X(8) COMP-X.
           05  WS-CHK-DAY     PIC X COMP-X.
           05  WS-CHK-MONTH   PIC X COMP-X.
           05  WS-CHK-YEAR    PIC X(2) COMP-X.
           05  WS-CHK-HOUR    PIC X COMP-X.
           05  WS-CHK-MINUTE  PIC X COMP-X.
           05  WS-CHK-SECOND  PIC X COMP-X.
           05  WS-CHK-HUNDRED PIC X COMP-X.
       01  WS-CHK-RC      PIC 9(9) COMP-5.
       01  WS-MTIME-STAMP.
           05  WS-MTIME-YEAR   PIC 9(4).
           05  WS-MTIME-MONTH  PIC 9(2).
           05  WS-MTIME-DAY    PIC 9(2).
           05  WS-MTIME-HOUR   PIC 9(2).
           05  WS-MTIME-MINUTE PIC 9(2).
           05  WS-MTIME-SECOND PIC 9(2).
       01  WS-HOLDER-PID  PIC X(20).
       01  WS-HOLDER-PROC PIC X(40).

      *> alert incidents.
       01  F-INC-ID       PIC X(6).
       01  F-INC-OPENED   PIC X(21).
       01  F-INC-SEV      PIC X(10).
       01  F-INC-STATUS   PIC X(10).
       01  WS-ESC-COUNT   PIC 9(4).
       01  WS-ESC-FIRST   PIC X(6).
       01  WS-STALE-COUNT PIC 9(4).
       01  WS-STALE-FIRST PIC X(6).
       01  WS-STALE-AGE   PIC 9(9).
       01  WS-OPEN-COUNT  PIC 9(4).

      *> replication: the latest outcome per replicated file.
       01  F-RPL-STAMP    PIC X(21).
       01  F-RPL-FILE     PIC X(40).
       01  F-RPL-RESULT   PIC X(8).
       01  RPL-COUNT      PIC 9(2) VALUE 0.
       01  RPL-TABLE.
           05  RPL-ENTRY OCCURS 10 TIMES INDEXED BY RPL-IDX.
               10  RPL-FILE   PIC X(40).
               10  RPL-STAMP  PIC X(21).
               10  RPL-RESULT PIC X(8).
       01  WS-RPL-FOUND   PIC X.
       01  WS-RPL-NEWEST  PIC X(21).
       01  WS-RPL-BAD     PIC 9(2).

      *> runs seen inside the lookback window.
       01  MAX-RUNS       PIC 9(3) VALUE 300.
       01  RUN-COUNT      PIC 9(3) VALUE 0.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 300 TIMES INDEXED BY RUN-IDX.
               10  RUN-ID        PIC X(21).
               10  RUN-PROG      PIC X(20).
               10  RUN-LAST-SECS PIC 9(12)V99.
               10  RUN-HAS-TRL   PIC X.
       01  WS-RUN-FOUND   PIC X.
       01  WS-RUNS-FULL   PIC X VALUE 'N'.
       01  WS-VOIDED      PIC X.
       01  WS-WINDOW-SECS PIC 9(12).
       01  WS-QUIET-SECS  PIC 9(12).
       01  WS-STUCK-COUNT PIC 9(3).
       01  WS-STUCK-FIRST PIC 9(3).
       01  WS-STUCK-AGE   PIC 9(9).

      *> host meter.
       01  WS-METER-LAST  PIC X(21).

      *> registry.
       01  WS-QUAR-COUNT  PIC 9(4).
       01  WS-QUAR-HOST   PIC X(40).
       01  WS-QUAR-REASON PIC X(40).
       01  WS-HOST-COUNT  PIC 9(4).

       PROCEDURE DIVISION.
       Main-Health-Check.
           PERFORM Resolve-Settings
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP TO WS-EPOCH-TS
           PERFORM Compute-Epoch-Secs
           MOVE WS-EPOCH-WORK TO WS-NOW-EPOCH
           MOVE "TO-UTC" TO UTC-ACTION
           MOVE WS-STAMP TO UTC-LOCAL-TS
           CALL "utc_stamp" USING UTC-REQUEST
           MOVE UTC-SECS TO WS-NOW-UTC-SECS

           PERFORM Check-Host-Lock THRU Check-Host-Lock-Exit
           PERFORM Check-Incidents THRU Check-Incidents-Exit
           PERFORM Check-Replication THRU Check-Replication-Exit
           PERFORM Check-Stuck-Runs THRU Check-Stuck-Runs-Exit
           PERFORM Check-Host-Meter THRU Check-Host-Meter-Exit
           PERFORM Check-Registry THRU Check-Registry-Exit

           PERFORM Print-Status
           MOVE WS-WORST TO RETURN-CODE
           STOP RUN.

       Resolve-Settings.
           MOVE "COBJOULES_HEALTH_LOCK_WARN_MINS" TO WS-RES-NAME
           MOVE WS-LOCK-WARN-MINS TO WS-RES-NUM
           PERFORM Resolve-Number
           MOVE WS-RES-NUM TO WS-LOCK-WARN-MINS
           MOVE "COBJOULES_HEALTH_LOCK_CRIT_MINS" TO WS-RES-NAME
           MOVE WS-LOCK-CRIT-MINS TO WS-RES-NUM
           PERFORM Resolve-Number
           MOVE WS-RES-NUM TO WS-LOCK-CRIT-MINS
           MOVE "COBJOULES_HEALTH_INCIDENT_MINS" TO WS-RES-NAME
           MOVE WS-INCIDENT-MINS TO WS-RES-NUM
           PERFORM Resolve-Number
           MOVE WS-RES-NUM TO WS-INCIDENT-MINS
           MOVE "COBJOULES_HEALTH_REPL_MAX_HOURS" TO WS-RES-NAME
           MOVE WS-REPL-MAX-HOURS TO WS-RES-NUM
           PERFORM Resolve-Number
           MOVE WS-RES-NUM TO WS-REPL-MAX-HOURS
           MOVE "COBJOULES_HEALTH_STUCK_MINS" TO WS-RES-NAME
           MOVE WS-STUCK-MINS TO WS-RES-NUM
           PERFORM Resolve-Number
           MOVE WS-RES-NUM TO WS-STUCK-MINS
           MOVE "COBJOULES_HEALTH_LOOKBACK_HOURS" TO WS-RES-NAME
           MOVE WS-LOOKBACK-HOURS TO WS-RES-NUM
           PERFORM Resolve-Number
           MOVE WS-RES-NUM TO WS-LOOKBACK-HOURS
           MOVE "COBJOULES_METER_STALE_WARN_MINS" TO WS-RES-NAME
           MOVE WS-METER-WARN-MINS TO WS-RES-NUM
           PERFORM Resolve-Number
           MOVE WS-RES-NUM TO WS-METER-WARN-MINS
           MOVE "COBJOULES_METER_STALE_CRIT_MINS" TO WS-RES-NAME
           MOVE WS-METER-CRIT-MINS TO WS-RES-NUM
           PERFORM Resolve-Number
           MOVE WS-RES-NUM TO WS-METER-CRIT-MINS

           MOVE "RESOLVE" TO PRM-ACTION
           MOVE "COBJOULES_HEALTH_DETAIL" TO PRM-NAME
           CALL "param_library" USING PARAM-REQUEST
           IF PRM-OK AND FUNCTION TRIM(PRM-VALUE) = "Y"
               SET WS-SHOW-DETAIL TO TRUE
           END-IF
           MOVE "RESOLVE" TO PRM-ACTION
           MOVE "COBJOULES_LOCK_FILE" TO PRM-NAME
           CALL "param_library" USING PARAM-REQUEST
           IF PRM-OK
               MOVE PRM-VALUE TO WS-LOCK-PATH
           END-IF

      *> a critical limit below its warning limit would skip the
      *> WARNING stage; the warning limit is lifted to match.
           IF WS-LOCK-CRIT-MINS < WS-LOCK-WARN-MINS
               MOVE WS-LOCK-CRIT-MINS TO WS-LOCK-WARN-MINS
           END-IF
           IF WS-METER-CRIT-MINS < WS-METER-WARN-MINS
               MOVE WS-METER-CRIT-MINS TO WS-METER-WARN-MINS
           END-IF
           .

       Resolve-Number.
      *> WS-RES-NAME through the library; WS-RES-NUM holds the
      *> default going in and the resolved value coming out.
           MOVE "RESOLVE" TO PRM-ACTION
           MOVE WS-RES-NAME TO PRM-NAME
           CALL "param_library" USING PARAM-REQUEST
           EVALUATE TRUE
               WHEN PRM-OK
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(PRM-VALUE))
                           = 0
                       AND FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE))
                           >= 0
                       AND FUNCTION NUMVAL(FUNCTION TRIM(PRM-VALUE))
                           <= 99999
                       COMPUTE WS-RES-NUM = FUNCTION NUMVAL(
                           FUNCTION TRIM(PRM-VALUE))
                   ELSE
                       MOVE "settings" TO WS-FIND-CHECK
                       MOVE 1 TO WS-FIND-STATE
                       MOVE SPACES TO WS-FIND-TEXT
                       STRING FUNCTION TRIM(WS-RES-NAME)
                                  DELIMITED BY SIZE
                              " is not a whole number of minutes/"
                                  DELIMITED BY SIZE
                              "hours - default used"
                                  DELIMITED BY SIZE
                           INTO WS-FIND-TEXT
                       PERFORM Record-Finding
                   END-IF
               WHEN PRM-BAD-FILE
                   MOVE "settings" TO WS-FIND-CHECK
                   MOVE 1 TO WS-FIND-STATE
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "parameter profile unusable - default "
                              DELIMITED BY SIZE
                          "used for " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RES-NAME)
                              DELIMITED BY SIZE
                       INTO WS-FIND-TEXT
                   PERFORM Record-Finding
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Record-Finding.
      *> one finding of WS-FIND-CHECK at WS-FIND-STATE: kept for the
      *> detail lines, counted when it is a problem, and carried as
      *> the status line's text when it is the worst seen so far
      *> (the first of equally bad findings wins).
           IF DETAIL-COUNT < MAX-DETAIL
               ADD 1 TO DETAIL-COUNT
               SET DTL-IDX TO DETAIL-COUNT
               MOVE WS-FIND-CHECK TO DTL-CHECK(DTL-IDX)
               MOVE WS-FIND-STATE TO DTL-STATE(DTL-IDX)
               MOVE WS-FIND-TEXT TO DTL-TEXT(DTL-IDX)
           END-IF
           IF WS-FIND-STATE > 0
               ADD 1 TO WS-PROBLEMS
           END-IF
           IF WS-FIND-STATE > WS-WORST
               MOVE WS-FIND-STATE TO WS-WORST
               MOVE WS-FIND-TEXT TO WS-WORST-TEXT
           END-IF
           .

       Record-Clear.
           MOVE 0 TO WS-FIND-STATE
           PERFORM Record-Finding
           .

       Compute-Epoch-Secs.
           IF WS-EPOCH-TS(1:14) IS NUMERIC
                   AND WS-EPOCH-TS(1:8) > "16010100"
               MOVE WS-EPOCH-TS(1:8) TO WS-EPOCH-DATE8
               COMPUTE WS-EPOCH-WORK =
                   FUNCTION INTEGER-OF-DATE(WS-EPOCH-DATE8) * 86400
                   + FUNCTION NUMVAL(WS-EPOCH-TS(9:2)) * 3600
                   + FUNCTION NUMVAL(WS-EPOCH-TS(11:2)) * 60
                   + FUNCTION NUMVAL(WS-EPOCH-TS(13:2))
           ELSE
               MOVE 0 TO WS-EPOCH-WORK
           END-IF
           .

       Compute-Age-Mins.
      *> WS-EPOCH-TS's age against now in whole minutes; a stamp
      *> that is unusable or in the future ages 0.
           PERFORM Compute-Epoch-Secs
           MOVE WS-EPOCH-WORK TO WS-THEN-EPOCH
           IF WS-THEN-EPOCH > 0 AND WS-NOW-EPOCH > WS-THEN-EPOCH
               COMPUTE WS-AGE-MINS =
                   (WS-NOW-EPOCH - WS-THEN-EPOCH) / 60
           ELSE
               MOVE 0 TO WS-AGE-MINS
           END-IF
           .

       Check-Host-Lock.
           MOVE "host-lock" TO WS-FIND-CHECK
           MOVE SPACES TO WS-FIND-TEXT
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LOCK-PATH
               WS-CHK-DETAILS RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               MOVE "host lock not present" TO WS-FIND-TEXT
               PERFORM Record-Clear
               GO TO Check-Host-Lock-Exit
           END-IF

           MOVE SPACES TO WS-HOLDER-PID
           OPEN INPUT LOCK-FILE
           IF HC-LOCK-FS = "00"
               READ LOCK-FILE
                   NOT AT END
                       MOVE FUNCTION TRIM(LOCK-RECORD)
                           TO WS-HOLDER-PID
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF WS-HOLDER-PID = SPACES
               MOVE "host lock present but names no holder"
                   TO WS-FIND-TEXT
               PERFORM Record-Clear
               GO TO Check-Host-Lock-Exit
           END-IF

      *> the lock "releases at process end" by PID liveness - a
      *> holder no longer in /proc has released it.
           MOVE SPACES TO WS-HOLDER-PROC
           STRING "/proc/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLDER-PID) DELIMITED BY SIZE
                  "/stat" DELIMITED BY SIZE
               INTO WS-HOLDER-PROC
           CALL "CBL_CHECK_FILE_EXIST" USING WS-HOLDER-PROC
               WS-CHK-DETAILS RETURNING WS-CHK-RC
           IF WS-CHK-RC NOT = 0
               STRING "host lock released (pid " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOLDER-PID) DELIMITED BY SIZE
                      " has ended)" DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               PERFORM Record-Clear
               GO TO Check-Host-Lock-Exit
           END-IF

      *> held by a live process: how long since it was taken.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-LOCK-PATH
               WS-CHK-DETAILS RETURNING WS-CHK-RC
           MOVE WS-CHK-YEAR TO WS-MTIME-YEAR
           MOVE WS-CHK-MONTH TO WS-MTIME-MONTH
           MOVE WS-CHK-DAY TO WS-MTIME-DAY
           MOVE WS-CHK-HOUR TO WS-MTIME-HOUR
           MOVE WS-CHK-MINUTE TO WS-MTIME-MINUTE
           MOVE WS-CHK-SECOND TO WS-MTIME-SECOND
           MOVE SPACES TO WS-EPOCH-TS
           MOVE WS-MTIME-STAMP TO WS-EPOCH-TS(1:14)
           PERFORM Compute-Age-Mins
           MOVE WS-AGE-MINS TO WS-AGE-DISP
           STRING "host lock held by pid " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOLDER-PID) DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AGE-DISP) DELIMITED BY SIZE
                  " min" DELIMITED BY SIZE
               INTO WS-FIND-TEXT
           EVALUATE TRUE
               WHEN WS-AGE-MINS >= WS-LOCK-CRIT-MINS
                   MOVE 2 TO WS-FIND-STATE
               WHEN WS-AGE-MINS >= WS-LOCK-WARN-MINS
                   MOVE 1 TO WS-FIND-STATE
               WHEN OTHER
                   MOVE 0 TO WS-FIND-STATE
           END-EVALUATE
           PERFORM Record-Finding
           .
       Check-Host-Lock-Exit.
           EXIT.

       Check-Incidents.
           MOVE "incidents" TO WS-FIND-CHECK
           MOVE SPACES TO WS-FIND-TEXT
           MOVE 0 TO WS-ESC-COUNT WS-STALE-COUNT WS-OPEN-COUNT
               WS-STALE-AGE
           MOVE SPACES TO WS-ESC-FIRST WS-STALE-FIRST
           OPEN INPUT INCIDENT-FILE
           IF HC-INC-FS NOT = "00"
               MOVE "no alert-incidents file" TO WS-FIND-TEXT
               PERFORM Record-Clear
               GO TO Check-Incidents-Exit
           END-IF
           SET HC-NOT-AT-END TO TRUE
           PERFORM UNTIL HC-AT-END
               READ INCIDENT-FILE
                   AT END
                       SET HC-AT-END TO TRUE
                   NOT AT END
                       PERFORM Tally-Incident
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE

           IF WS-ESC-COUNT > 0
               MOVE WS-ESC-COUNT TO WS-COUNT-DISP
               STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                      " alert incident(s) ESCALATED, first #"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ESC-FIRST) DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               MOVE 2 TO WS-FIND-STATE
               PERFORM Record-Finding
           END-IF
           IF WS-STALE-COUNT > 0
               MOVE SPACES TO WS-FIND-TEXT
               MOVE WS-STALE-COUNT TO WS-COUNT-DISP
               MOVE WS-STALE-AGE TO WS-AGE-DISP
               STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                      " alert incident(s) unacknowledged, oldest #"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-STALE-FIRST) DELIMITED BY SIZE
                      " open " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AGE-DISP) DELIMITED BY SIZE
                      " min" DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               MOVE 1 TO WS-FIND-STATE
               PERFORM Record-Finding
           END-IF
           IF WS-ESC-COUNT = 0 AND WS-STALE-COUNT = 0
               MOVE WS-OPEN-COUNT TO WS-COUNT-DISP
               STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                      " open alert incident(s), none overdue"
                          DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               PERFORM Record-Clear
           END-IF
           .
       Check-Incidents-Exit.
           EXIT.

       Tally-Incident.
           MOVE SPACES TO F-INC-ID F-INC-OPENED F-INC-SEV
               F-INC-STATUS
           UNSTRING INCIDENT-RECORD DELIMITED BY ","
               INTO F-INC-ID F-INC-OPENED F-INC-SEV F-INC-STATUS
           END-UNSTRING
           EVALUATE FUNCTION TRIM(F-INC-STATUS)
               WHEN "ESCALATED"
                   ADD 1 TO WS-ESC-COUNT
                   IF WS-ESC-FIRST = SPACES
                       MOVE F-INC-ID TO WS-ESC-FIRST
                   END-IF
               WHEN "OPEN"
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE F-INC-OPENED TO WS-EPOCH-TS
                   PERFORM Compute-Age-Mins
                   IF WS-AGE-MINS >= WS-INCIDENT-MINS
                       ADD 1 TO WS-STALE-COUNT
                       IF WS-AGE-MINS > WS-STALE-AGE
                           MOVE WS-AGE-MINS TO WS-STALE-AGE
                           MOVE F-INC-ID TO WS-STALE-FIRST
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Check-Replication.
           MOVE "replication" TO WS-FIND-CHECK
           MOVE SPACES TO WS-FIND-TEXT
           MOVE 0 TO RPL-COUNT WS-RPL-BAD
           MOVE SPACES TO WS-RPL-NEWEST
           OPEN INPUT REPL-STATUS-IN
           IF HC-REPL-FS NOT = "00"
               MOVE "no replication-status file" TO WS-FIND-TEXT
               PERFORM Record-Clear
               GO TO Check-Replication-Exit
           END-IF
           SET HC-NOT-AT-END TO TRUE
           PERFORM UNTIL HC-AT-END
               READ REPL-STATUS-IN
                   AT END
                       SET HC-AT-END TO TRUE
                   NOT AT END
                       PERFORM Note-Replication
               END-READ
           END-PERFORM
           CLOSE REPL-STATUS-IN

      *> log_replicate appends, so each file's last outcome is its
      *> current one.
           PERFORM VARYING RPL-IDX FROM 1 BY 1
               UNTIL RPL-IDX > RPL-COUNT
               IF RPL-RESULT(RPL-IDX) = "FAILED"
                       OR RPL-RESULT(RPL-IDX) = "SUSPECT"
                   ADD 1 TO WS-RPL-BAD
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "replication of " DELIMITED BY SIZE
                          FUNCTION TRIM(RPL-FILE(RPL-IDX))
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(RPL-RESULT(RPL-IDX))
                              DELIMITED BY SIZE
                          " at " DELIMITED BY SIZE
                          RPL-STAMP(RPL-IDX)(1:12) DELIMITED BY SIZE
                       INTO WS-FIND-TEXT
                   MOVE 2 TO WS-FIND-STATE
                   PERFORM Record-Finding
               END-IF
           END-PERFORM

           MOVE WS-RPL-NEWEST TO WS-EPOCH-TS
           PERFORM Compute-Age-Mins
           MOVE SPACES TO WS-FIND-TEXT
           IF RPL-COUNT > 0
                   AND WS-AGE-MINS >= WS-REPL-MAX-HOURS * 60
               COMPUTE WS-AGE-DISP = WS-AGE-MINS / 60
               STRING "last replication " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AGE-DISP) DELIMITED BY SIZE
                      " hour(s) ago" DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               MOVE 1 TO WS-FIND-STATE
               PERFORM Record-Finding
           ELSE
               IF WS-RPL-BAD = 0
                   MOVE RPL-COUNT TO WS-COUNT-DISP
                   STRING FUNCTION TRIM(WS-COUNT-DISP)
                              DELIMITED BY SIZE
                          " replicated file(s) verified, latest "
                              DELIMITED BY SIZE
                          WS-RPL-NEWEST(1:12) DELIMITED BY SIZE
                       INTO WS-FIND-TEXT
                   PERFORM Record-Clear
               END-IF
           END-IF
           .
       Check-Replication-Exit.
           EXIT.

       Note-Replication.
           MOVE SPACES TO F-RPL-STAMP F-RPL-FILE F-RPL-RESULT
           UNSTRING REPL-STATUS-RECORD DELIMITED BY ","
               INTO F-RPL-STAMP F-RPL-FILE F-RPL-RESULT
           END-UNSTRING
           IF F-RPL-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF F-RPL-STAMP > WS-RPL-NEWEST
               MOVE F-RPL-STAMP TO WS-RPL-NEWEST
           END-IF
           MOVE 'N' TO WS-RPL-FOUND
           PERFORM VARYING RPL-IDX FROM 1 BY 1
               UNTIL RPL-IDX > RPL-COUNT OR WS-RPL-FOUND = 'Y'
               IF RPL-FILE(RPL-IDX) = F-RPL-FILE
                   MOVE 'Y' TO WS-RPL-FOUND
                   MOVE F-RPL-STAMP TO RPL-STAMP(RPL-IDX)
                   MOVE F-RPL-RESULT TO RPL-RESULT(RPL-IDX)
               END-IF
           END-PERFORM
           IF WS-RPL-FOUND = 'N' AND RPL-COUNT < 10
               ADD 1 TO RPL-COUNT
               SET RPL-IDX TO RPL-COUNT
               MOVE F-RPL-FILE TO RPL-FILE(RPL-IDX)
               MOVE F-RPL-STAMP TO RPL-STAMP(RPL-IDX)
               MOVE F-RPL-RESULT TO RPL-RESULT(RPL-IDX)
           END-IF
           .

       Check-Stuck-Runs.
           MOVE "runs" TO WS-FIND-CHECK
           MOVE SPACES TO WS-FIND-TEXT
           IF WS-STUCK-MINS = 0
               MOVE "trailer check turned off" TO WS-FIND-TEXT
               PERFORM Record-Clear
               GO TO Check-Stuck-Runs-Exit
           END-IF
           MOVE 0 TO RUN-COUNT
           COMPUTE WS-WINDOW-SECS = WS-LOOKBACK-HOURS * 3600
           COMPUTE WS-QUIET-SECS = WS-STUCK-MINS * 60
           OPEN INPUT ENERGY-LOG-IN
           IF HC-LOG-FS NOT = "00"
               MOVE "no energy.log" TO WS-FIND-TEXT
               PERFORM Record-Clear
               GO TO Check-Stuck-Runs-Exit
           END-IF
           SET HC-NOT-AT-END TO TRUE
           PERFORM UNTIL HC-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET HC-AT-END TO TRUE
                   NOT AT END
                       PERFORM Note-Run-Line
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN

           MOVE 0 TO WS-STUCK-COUNT WS-STUCK-FIRST WS-STUCK-AGE
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               IF RUN-HAS-TRL(RUN-IDX) = 'N'
                       AND WS-NOW-UTC-SECS - RUN-LAST-SECS(RUN-IDX)
                           >= WS-QUIET-SECS
                   CALL "run_void_check" USING RUN-ID(RUN-IDX)
                       WS-VOIDED
                   IF WS-VOIDED NOT = 'Y'
                       ADD 1 TO WS-STUCK-COUNT
                       COMPUTE WS-AGE-MINS = (WS-NOW-UTC-SECS
                           - RUN-LAST-SECS(RUN-IDX)) / 60
                       IF WS-AGE-MINS > WS-STUCK-AGE
                               OR WS-STUCK-FIRST = 0
                           MOVE WS-AGE-MINS TO WS-STUCK-AGE
                           SET WS-STUCK-FIRST TO RUN-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-STUCK-COUNT > 0
               MOVE WS-STUCK-COUNT TO WS-COUNT-DISP
               MOVE WS-STUCK-AGE TO WS-AGE-DISP
               SET RUN-IDX TO WS-STUCK-FIRST
               STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                      " run(s) stopped without a trailer, oldest "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-ID(RUN-IDX))
                          DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-PROG(RUN-IDX))
                          DELIMITED BY SIZE
                      ") quiet " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AGE-DISP) DELIMITED BY SIZE
                      " min" DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               MOVE 1 TO WS-FIND-STATE
               PERFORM Record-Finding
           ELSE
               MOVE RUN-COUNT TO WS-COUNT-DISP
               STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                      " recent run(s), none stopped without a "
                          DELIMITED BY SIZE
                      "trailer" DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               PERFORM Record-Clear
           END-IF
           IF WS-RUNS-FULL = 'Y'
               MOVE SPACES TO WS-FIND-TEXT
               MOVE MAX-RUNS TO WS-COUNT-DISP
               STRING "more than " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                      " runs in the lookback window; later ones "
                          DELIMITED BY SIZE
                      "not checked" DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               MOVE 1 TO WS-FIND-STATE
               PERFORM Record-Finding
           END-IF
           .
       Check-Stuck-Runs-Exit.
           EXIT.

       Note-Run-Line.
           MOVE HC-LOG-RECORD TO ELOG-RAW-LINE
           CALL "energy_log_read" USING ELOG-RAW-LINE ELOG-PARSED
           IF NOT ELOG-LINE-VALID OR ELOG-IS-SUMMARY
                   OR NOT ELOG-UTC-KNOWN OR ELOG-RUNID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-NOW-UTC-SECS - ELOG-UTC-SECS > WS-WINDOW-SECS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RUN-FOUND
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR WS-RUN-FOUND = 'Y'
               IF RUN-ID(RUN-IDX) = ELOG-RUNID
                   MOVE 'Y' TO WS-RUN-FOUND
               END-IF
           END-PERFORM
           IF WS-RUN-FOUND = 'Y'
               SET RUN-IDX DOWN BY 1
           ELSE
               IF RUN-COUNT >= MAX-RUNS
                   MOVE 'Y' TO WS-RUNS-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RUN-COUNT
               SET RUN-IDX TO RUN-COUNT
               MOVE ELOG-RUNID TO RUN-ID(RUN-IDX)
               MOVE ELOG-PROGNAME TO RUN-PROG(RUN-IDX)
               MOVE 0 TO RUN-LAST-SECS(RUN-IDX)
               MOVE 'N' TO RUN-HAS-TRL(RUN-IDX)
           END-IF
           IF ELOG-UTC-SECS > RUN-LAST-SECS(RUN-IDX)
               MOVE ELOG-UTC-SECS TO RUN-LAST-SECS(RUN-IDX)
           END-IF
           IF ELOG-IS-TRAILER
               MOVE 'Y' TO RUN-HAS-TRL(RUN-IDX)
           END-IF
           .

       Check-Host-Meter.
           MOVE "host-meter" TO WS-FIND-CHECK
           MOVE SPACES TO WS-FIND-TEXT WS-METER-LAST
           OPEN INPUT METER-LOG-IN
           IF HC-MTR-FS NOT = "00"
               MOVE "no host-meter.log" TO WS-FIND-TEXT
               PERFORM Record-Clear
               GO TO Check-Host-Meter-Exit
           END-IF
           SET HC-NOT-AT-END TO TRUE
           PERFORM UNTIL HC-AT-END
               READ METER-LOG-IN
                   AT END
                       SET HC-AT-END TO TRUE
                   NOT AT END
                       IF METER-LOG-RECORD NOT = SPACES
                           MOVE METER-LOG-RECORD(1:21)
                               TO WS-METER-LAST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE METER-LOG-IN

           MOVE WS-METER-LAST TO WS-EPOCH-TS
           PERFORM Compute-Age-Mins
           IF WS-THEN-EPOCH = 0
               MOVE "host-meter.log holds no dated reading"
                   TO WS-FIND-TEXT
               MOVE 1 TO WS-FIND-STATE
               PERFORM Record-Finding
               GO TO Check-Host-Meter-Exit
           END-IF
           MOVE WS-AGE-MINS TO WS-AGE-DISP
           STRING "host_meter last wrote " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AGE-DISP) DELIMITED BY SIZE
                  " min ago" DELIMITED BY SIZE
               INTO WS-FIND-TEXT
           EVALUATE TRUE
               WHEN WS-AGE-MINS >= WS-METER-CRIT-MINS
                   MOVE 2 TO WS-FIND-STATE
               WHEN WS-AGE-MINS >= WS-METER-WARN-MINS
                   MOVE 1 TO WS-FIND-STATE
               WHEN OTHER
                   MOVE 0 TO WS-FIND-STATE
           END-EVALUATE
           PERFORM Record-Finding
           .
       Check-Host-Meter-Exit.
           EXIT.

       Check-Registry.
           MOVE "registry" TO WS-FIND-CHECK
           MOVE SPACES TO WS-FIND-TEXT WS-QUAR-HOST WS-QUAR-REASON
           MOVE 0 TO WS-QUAR-COUNT WS-HOST-COUNT
           OPEN INPUT REGISTRY-FILE
           IF HC-REG-FS NOT = "00"
               MOVE "no host registry" TO WS-FIND-TEXT
               PERFORM Record-Clear
               GO TO Check-Registry-Exit
           END-IF
           SET HC-NOT-AT-END TO TRUE
           PERFORM UNTIL HC-AT-END
               READ REGISTRY-FILE NEXT
                   AT END
                       SET HC-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HOST-COUNT
                       IF FUNCTION TRIM(REG-STATUS) = "QUARANTINED"
                           ADD 1 TO WS-QUAR-COUNT
                           IF WS-QUAR-HOST = SPACES
                               MOVE REG-HOST TO WS-QUAR-HOST
                               MOVE REG-REASON TO WS-QUAR-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE

           IF WS-QUAR-COUNT > 0
               MOVE WS-QUAR-COUNT TO WS-COUNT-DISP
               STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                      " host(s) QUARANTINED, first " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QUAR-HOST) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-QUAR-REASON) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               MOVE 1 TO WS-FIND-STATE
               PERFORM Record-Finding
           ELSE
               MOVE WS-HOST-COUNT TO WS-COUNT-DISP
               STRING FUNCTION TRIM(WS-COUNT-DISP) DELIMITED BY SIZE
                      " registered host(s), none quarantined"
                          DELIMITED BY SIZE
                   INTO WS-FIND-TEXT
               PERFORM Record-Clear
           END-IF
           .
       Check-Registry-Exit.
           EXIT.

       Print-Status.
           IF WS-WORST = 0
               DISPLAY "OK - all " WS-CHECK-COUNT " checks clear"
           ELSE
               COMPUTE WS-MORE = WS-PROBLEMS - 1
               IF WS-MORE = 0
                   DISPLAY FUNCTION TRIM(WS-STATE-NAME(WS-WORST + 1))
                       " - " FUNCTION TRIM(WS-WORST-TEXT)
               ELSE
                   MOVE WS-MORE TO WS-MORE-DISP
                   DISPLAY FUNCTION TRIM(WS-STATE-NAME(WS-WORST + 1))
                       " - " FUNCTION TRIM(WS-WORST-TEXT)
                       " (+" FUNCTION TRIM(WS-MORE-DISP) " more)"
               END-IF
           END-IF
           IF WS-SHOW-DETAIL
               PERFORM VARYING DTL-IDX FROM 1 BY 1
                   UNTIL DTL-IDX > DETAIL-COUNT
                   DISPLAY "  " DTL-CHECK(DTL-IDX) " "
                       WS-STATE-NAME(DTL-STATE(DTL-IDX) + 1) " "
                       FUNCTION TRIM(DTL-TEXT(DTL-IDX))
               END-PERFORM
           END-IF
           .

       END PROGRAM health-check.
