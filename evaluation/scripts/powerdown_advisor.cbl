       IDENTIFICATION DIVISION.
       PROGRAM-ID. powerdown-advisor.
       AUTHOR. Shiva9361.

      *> Idle host power-down advisor: host_meter shows each host
      *> drawing hundreds of watts through hours when neither the
      *> sweep schedule nor the fleet orchestrator has anything for
      *> it, but what powering those hours down would save was
      *> never worked out. This profiles each metered host's draw
      *> by hour of day, separates the hours it was busy with a
      *> sweep from the hours it sat idle, finds the hours that are
      *> idle day after day, and projects the kWh, dollars and
      *> gCO2 a power-down in those hours would save over the
      *> coming days.
      *>
      *> Sources:
      *>   host-meter.log      - package-domain draw per interval,
      *>                         per host (host_meter)
      *>   sweep-schedule.log  - this host's sweeps: SCHEDULED to
      *>                         RAN is busy (deck_scheduler)
      *>   fleet-orchestrate.log - each node's fleet sweeps:
      *>                         DISPATCHED to DONE/FAILED is busy;
      *>                         an UNFINISHED node counts as busy
      *>                         to the end of that day, since it
      *>                         kept sweeping unwatched
      *>                         (fleet_orchestrate)
      *>   sweep-schedule, sweep-blackout - which days plan a sweep
      *>                         (deck_scheduler's calendars,
      *>                         COBJOULES_SWEEP_SCHEDULE and
      *>                         COBJOULES_SWEEP_BLACKOUT)
      *>   utility-tariff      - TOU rate and season multiplier
      *>                         (COBJOULES_TARIFF_FILE)
      *>   carbon-schedule     - gCO2/kWh by hour
      *>                         (COBJOULES_CARBON_SCHEDULE)
      *>
      *> Sweep days and quiet days (no rule, or blacked out) are
      *> profiled apart - a host idle all night on quiet days may
      *> be the one the sweep needs on sweep nights. An hour is a
      *> power-down window for a day class when the host was
      *> metered in it on at least COBJOULES_POWERDOWN_MIN_DAYS
      *> (default 3) such days and idle on at least
      *> COBJOULES_POWERDOWN_IDLE_PCT (default 90) percent of them.
      *>
      *> The projection walks the next COBJOULES_POWERDOWN_DAYS
      *> (default 30) days through the same calendars: each day's
      *> class picks its windows, and each window hour saves the
      *> hour's average idle draw less COBJOULES_POWERDOWN_OFF_WATTS
      *> (default 0 - set it to what the BMC and PSUs still draw
      *> with the host off), scaled by the share of days the hour
      *> was idle, priced at the hour's TOU rate for that month and
      *> weighed at the hour's carbon factor. Tier adders and the
      *> demand charge are left out - the saving is the energy
      *> line of the bill only, which understates it.
      *>
      *> Hosts the next planned sweep needs are excluded: this host
      *> (deck_scheduler launches the sweep here) and the fleet -
      *> the COBJOULES_REMOTE_HOSTS list the orchestrator will be
      *> given, or, unset, the nodes the latest orchestration night
      *> dispatched to.
      *>
      *> COBJOULES_SCHEDULE_DATE (optional) - YYYYMMDD taken as
      *>     today, deck_scheduler's dry-run override.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METER-LOG-IN ASSIGN TO "host-meter.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MTR-FS.

           SELECT SCHED-LOG-IN ASSIGN TO "sweep-schedule.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SLOG-FS.

           SELECT FLEET-LOG-IN ASSIGN TO "fleet-orchestrate.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLOG-FS.

           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCH-FS.

           SELECT BLACKOUT-FILE ASSIGN TO WS-BLACKOUT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BLK-FS.

           SELECT TARIFF-FILE ASSIGN TO WS-TARIFF-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAR-FS.

           SELECT CARBON-FILE ASSIGN TO WS-CARBON-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CARB-FS.

           SELECT HOSTNAME-FILE ASSIGN TO
               "/proc/sys/kernel/hostname"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  METER-LOG-IN.
       01  METER-RECORD PIC X(160).

       FD  SCHED-LOG-IN.
       01  SCHED-LOG-RECORD PIC X(200).

       FD  FLEET-LOG-IN.
       01  FLEET-LOG-RECORD PIC X(160).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD PIC X(140).

       FD  BLACKOUT-FILE.
       01  BLACKOUT-RECORD PIC X(120).

       FD  TARIFF-FILE.
       01  TARIFF-RECORD PIC X(60).

       FD  CARBON-FILE.
       01  CARBON-RECORD PIC X(40).

       FD  HOSTNAME-FILE.
       01  HOSTNAME-RECORD PIC X(64).

       WORKING-STORAGE SECTION.
       01  MTR-FS        PIC XX.
       01  SLOG-FS       PIC XX.
       01  FLOG-FS       PIC XX.
       01  SCH-FS        PIC XX.
       01  BLK-FS        PIC XX.
       01  TAR-FS        PIC XX.
       01  CARB-FS       PIC XX.
       01  HOST-FS       PIC XX.
       01  PDA-EOF       PIC X VALUE 'N'.
           88  PDA-AT-END     VALUE 'Y'.
           88  PDA-NOT-AT-END VALUE 'N'.

       01  WS-SCHEDULE-PATH PIC X(100) VALUE "sweep-schedule".
       01  WS-BLACKOUT-PATH PIC X(100) VALUE "sweep-blackout".
       01  WS-TARIFF-PATH PIC X(100) VALUE "utility-tariff".
       01  WS-CARBON-PATH PIC X(100) VALUE "carbon-schedule".
       01  WS-PATH-ENV   PIC X(100) VALUE SPACES.
       01  WS-ENV-VALUE  PIC X(8) VALUE SPACES.
       01  WS-DATE-ENV   PIC X(8) VALUE SPACES.
       01  WS-REMOTE-ENV PIC X(200) VALUE SPACES.

       01  WS-MIN-DAYS   PIC 9(3) VALUE 3.
       01  WS-IDLE-PCT   PIC 9(3) VALUE 90.
       01  WS-HORIZON    PIC 9(3) VALUE 30.
       01  WS-OFF-WATTS  PIC 9(5)V9(2) COMP-3 VALUE 0.

       01  WS-NOW-TS     PIC X(21).
       01  WS-NOW-STAMP  PIC X(14).
       01  WS-TODAY      PIC 9(8).
       01  WS-TODAY-INT  PIC 9(8).
       01  WS-LOCAL-HOST PIC X(40) VALUE "unknown-host".

      *> deck_scheduler's calendars, held as tables so any date can
      *> be resolved, not only tonight. Kind D = DATE, M = MONTHEND,
      *> W = DOW.
       01  F-RULE-KIND   PIC X(10).
       01  F-RULE-ARG    PIC X(100).
       01  F-RULE-DECK   PIC X(100).
       01  MAX-RULES     PIC 9(3) VALUE 100.
       01  RULE-COUNT    PIC 9(3) VALUE 0.
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 100 TIMES INDEXED BY RULE-IDX.
               10  RULE-KIND  PIC X.
               10  RULE-DATE  PIC 9(8).
               10  RULE-DOW   PIC X(3).
               10  RULE-DECK  PIC X(100).

       01  F-BLK-RANGE   PIC X(20).
       01  F-BLK-REASON  PIC X(80).
       01  F-BLK-FROM    PIC X(10).
       01  F-BLK-TO      PIC X(10).
       01  MAX-BLACKOUTS PIC 9(3) VALUE 100.
       01  BLACKOUT-COUNT PIC 9(3) VALUE 0.
       01  BLACKOUT-TABLE.
           05  BLACKOUT-ENTRY OCCURS 100 TIMES INDEXED BY BLK-IDX.
               10  BLK-FROM   PIC 9(8).
               10  BLK-TO     PIC 9(8).

      *> Resolve-Day-Class: WS-CLS-DATE in, WS-DAY-CLASS out
      *> (1 = sweep day, 2 = quiet day) with the deck that wins.
       01  WS-CLS-DATE   PIC 9(8).
       01  WS-CLS-INT    PIC 9(8).
       01  WS-CLS-NEXT   PIC 9(8).
       01  WS-DAY-CLASS  PIC 9(1).
       01  WS-DAY-DECK   PIC X(100).
       01  WS-DECK-RANK  PIC 9(1).
       01  WS-DOW-NUM    PIC 9(1).
       01  WS-CLS-DOW    PIC X(3).
       01  WS-DOW-NAMES  PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-CLASS-NAMES PIC X(10) VALUE "sweepquiet".
       01  WS-CACHE-DATE PIC 9(8) VALUE 0.
       01  WS-CACHE-CLASS PIC 9(1).

      *> busy spans, one per sweep per host, on the 14-digit local
      *> stamp the logs carry.
       01  F-LOG-TS      PIC X(21).
       01  F-LOG-DATE    PIC X(8).
       01  F-LOG-EVENT   PIC X(24).
       01  F-LOG-HOST    PIC X(40).
       01  F-LOG-DECK    PIC X(60).
       01  F-LOG-RC      PIC X(12).
       01  WS-PEND-SWEEP PIC X(14) VALUE SPACES.
       01  MAX-SPANS     PIC 9(4) VALUE 2000.
       01  SPAN-COUNT    PIC 9(4) VALUE 0.
       01  WS-SPANS-DROPPED PIC 9(5) VALUE 0.
       01  SPAN-TABLE.
           05  SPAN-ENTRY OCCURS 2000 TIMES INDEXED BY SPAN-IDX.
               10  SPAN-HOST  PIC X(40).
               10  SPAN-FROM  PIC X(14).
               10  SPAN-TO    PIC X(14).
       01  WS-SPAN-HOST  PIC X(40).
       01  WS-SPAN-FROM  PIC X(14).
       01  WS-SPAN-TO    PIC X(14).

      *> fleet nodes with a dispatch not yet closed, and the nodes
      *> of the latest orchestration night.
       01  MAX-PENDING   PIC 9(2) VALUE 20.
       01  PEND-COUNT    PIC 9(2) VALUE 0.
       01  PEND-TABLE.
           05  PEND-ENTRY OCCURS 20 TIMES INDEXED BY PEND-IDX.
               10  PEND-HOST  PIC X(40).
               10  PEND-FROM  PIC X(14).
       01  WS-PEND-FOUND PIC 9(1).
       01  WS-LAST-NIGHT PIC X(8) VALUE SPACES.

      *> per host, per day class, per hour-of-day cells. Hour 0
      *> lands in cell 1; class 1 is sweep days, class 2 quiet.
       01  F-TS          PIC X(21).
       01  F-HOST        PIC X(40).
       01  F-DOMAIN      PIC X(24).
       01  F-DELTA       PIC X(15).
       01  F-SECS        PIC X(8).
       01  WS-LOOKUP-HOST PIC X(40).
       01  WS-FOUND      PIC 9(1).
       01  WS-MATCH-IDX  PIC 9(2).
       01  MAX-HOSTS     PIC 9(2) VALUE 20.
       01  HOST-COUNT    PIC 9(2) VALUE 0.
       01  HOST-TABLE.
           05  HOST-ENTRY OCCURS 20 TIMES INDEXED BY HOST-IDX.
               10  PDA-HOST      PIC X(40).
               10  PDA-NEEDED    PIC X.
               10  PDA-FIRST-DATE PIC X(8).
               10  PDA-LAST-DATE PIC X(8).
               10  PDA-IDLE-UJ   PIC 9(15).
               10  PDA-IDLE-SECS PIC 9(9).
               10  PDA-CLASS OCCURS 2 TIMES.
                   15  PDA-CELL OCCURS 24 TIMES.
                       20  CELL-IDLE-UJ   PIC 9(15).
                       20  CELL-IDLE-SECS PIC 9(9).
                       20  CELL-DAYS      PIC 9(5).
                       20  CELL-BUSY-DAYS PIC 9(5).
                       20  CELL-LAST-DATE PIC X(8).
                       20  CELL-LAST-BUSY PIC X(8).
                       20  CELL-WINDOW    PIC X.
                       20  CELL-SAVE-W    PIC 9(7)V9(4) COMP-3.

       01  WS-LINE-STAMP PIC X(14) VALUE SPACES.
       01  WS-LINE-HOST  PIC X(40) VALUE SPACES.
       01  WS-LINE-BUSY  PIC X VALUE 'N'.
       01  WS-LINE-CLASS PIC 9(1).
       01  WS-LINE-DATE  PIC 9(8).
       01  WS-HOUR       PIC 9(2).
       01  WS-SLOT       PIC 9(2).
       01  WS-CLS        PIC 9(1).
       01  WS-DELTA-NUM  PIC 9(15).
       01  WS-SECS-NUM   PIC 9(8).
       01  WS-SKIPPED    PIC 9(7) VALUE 0.

      *> per-hour price and carbon factor, looked up once.
       01  F-KIND        PIC X(8).
       01  F-ARG1        PIC X(12).
       01  F-ARG2        PIC X(15).
       01  F-FROM        PIC X(4).
       01  F-TO          PIC X(4).
       01  MAX-TOU       PIC 9(2) VALUE 12.
       01  TOU-COUNT     PIC 9(2) VALUE 0.
       01  TOU-TABLE.
           05  TOU-ENTRY OCCURS 12 TIMES INDEXED BY TOU-IDX.
               10  TOU-FROM-HH  PIC 9(2).
               10  TOU-TO-HH    PIC 9(2).
               10  TOU-RATE     PIC 9(3)V9(6) COMP-3.
       01  MAX-SEASONS   PIC 9(2) VALUE 6.
       01  SEASON-COUNT  PIC 9(2) VALUE 0.
       01  SEASON-TABLE.
           05  SEASON-ENTRY OCCURS 6 TIMES INDEXED BY SEA-IDX.
               10  SEA-FROM-MM PIC 9(2).
               10  SEA-TO-MM   PIC 9(2).
               10  SEA-MULT    PIC 9(2)V9(4) COMP-3.
       01  MAX-BANDS     PIC 9(2) VALUE 12.
       01  BAND-COUNT    PIC 9(2) VALUE 0.
       01  BAND-TABLE.
           05  BAND-ENTRY OCCURS 12 TIMES INDEXED BY BAND-IDX.
               10  BAND-FROM-HH PIC 9(2).
               10  BAND-TO-HH   PIC 9(2).
               10  BAND-GCO2    PIC 9(5)V9(2) COMP-3.
       01  HOUR-PRICE-TABLE.
           05  HOUR-PRICE OCCURS 24 TIMES.
               10  HOUR-RATE    PIC 9(3)V9(6) COMP-3.
               10  HOUR-PRICED  PIC X.
               10  HOUR-GCO2    PIC 9(5)V9(2) COMP-3.
       01  WS-MATCHED    PIC 9(1).
       01  WS-LINE-HOUR  PIC 9(2).
       01  WS-LINE-MM    PIC 9(2).
       01  WS-MULT       PIC 9(2)V9(4) COMP-3.

      *> the next planned sweep.
       01  WS-NEXT-SWEEP PIC 9(8) VALUE 0.
       01  WS-NEXT-DECK  PIC X(100) VALUE SPACES.
       01  WS-DAY-NO     PIC 9(3).
       01  WS-NEEDED-SRC PIC X(40) VALUE SPACES.
       01  WS-REMOTE-HOST PIC X(40).
       01  WS-REMOTE-PTR PIC 9(3).

      *> projection work fields.
       01  WS-PROJ-DATE  PIC 9(8).
       01  WS-SWEEP-DAYS PIC 9(3).
       01  WS-QUIET-DAYS PIC 9(3).
       01  WS-IDLE-SHARE PIC 9V9(4) COMP-3.
       01  WS-IDLE-W     PIC 9(7)V9(4) COMP-3.
       01  WS-HOUR-KWH   PIC 9(5)V9(6) COMP-3.
       01  WS-HOST-KWH   PIC 9(7)V9(6) COMP-3.
       01  WS-HOST-DOLLARS PIC 9(7)V9(4) COMP-3.
       01  WS-HOST-GCO2  PIC 9(11)V9(2) COMP-3.
       01  WS-FLEET-KWH  PIC 9(7)V9(6) COMP-3 VALUE 0.
       01  WS-FLEET-DOLLARS PIC 9(7)V9(4) COMP-3 VALUE 0.
       01  WS-FLEET-GCO2 PIC 9(11)V9(2) COMP-3 VALUE 0.
       01  WS-UNPRICED   PIC 9(5) VALUE 0.
       01  WS-WINDOW-HOURS PIC 9(2).
       01  WS-ADVISED    PIC 9(2) VALUE 0.

      *> window listing.
       01  WS-WINDOW-LINE PIC X(200).
       01  WS-WINDOW-PTR PIC 9(3).
       01  WS-RUN-START  PIC 9(2).
       01  WS-IN-RUN     PIC X.
       01  WS-END-HOUR   PIC 9(2).
       01  HH-FROM-DISP  PIC 99.
       01  HH-TO-DISP    PIC 99.

       01  W-DISP        PIC Z(6)9.9.
       01  KWH-DISP      PIC Z(6)9.999.
       01  COST-DISP     PIC Z(6)9.99.
       01  G-DISP        PIC Z(10)9.9.
       01  DAYS-DISP     PIC ZZ9.
       01  PCT-DISP      PIC ZZ9.
       01  MIN-DISP      PIC ZZ9.
       01  SWEEP-DISP    PIC ZZ9.
       01  QUIET-DISP    PIC ZZ9.
       01  HOSTS-DISP    PIC Z9.

       PROCEDURE DIVISION.
       Main-Powerdown.
           PERFORM Read-Settings
           PERFORM Read-Hostname
           PERFORM Load-Schedule
           PERFORM Load-Blackouts
           PERFORM Load-Tariff
           PERFORM Load-Carbon
           PERFORM Build-Hour-Prices
           PERFORM Load-Sweep-Spans
           PERFORM Load-Fleet-Spans
           PERFORM Profile-Meter
           IF HOST-COUNT = 0
               DISPLAY "powerdown_advisor: no metered intervals in "
                   "host-meter.log"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Find-Next-Sweep
           PERFORM Mark-Needed-Hosts

           DISPLAY "=========================================="
               "=========================="
           DISPLAY "Idle host power-down advisor"
           MOVE WS-IDLE-PCT TO PCT-DISP
           MOVE WS-MIN-DAYS TO MIN-DISP
           MOVE WS-HORIZON TO DAYS-DISP
           DISPLAY "windows: hours idle on "
               FUNCTION TRIM(PCT-DISP) "% of at least "
               FUNCTION TRIM(MIN-DISP) " metered day(s); "
               "savings over the next "
               FUNCTION TRIM(DAYS-DISP) " day(s)"
           IF WS-NEXT-SWEEP = 0
               DISPLAY "next planned sweep: none in the coming year"
           ELSE
               DISPLAY "next planned sweep: " WS-NEXT-SWEEP " deck "
                   FUNCTION TRIM(WS-NEXT-DECK) " - needs "
                   FUNCTION TRIM(WS-LOCAL-HOST) " and "
                   FUNCTION TRIM(WS-NEEDED-SRC)
           END-IF
           PERFORM VARYING HOST-IDX FROM 1 BY 1
               UNTIL HOST-IDX > HOST-COUNT
               PERFORM Advise-One-Host
           END-PERFORM

           DISPLAY " "
           MOVE WS-FLEET-KWH TO KWH-DISP
           MOVE WS-FLEET-DOLLARS TO COST-DISP
           MOVE WS-FLEET-GCO2 TO G-DISP
           MOVE WS-ADVISED TO HOSTS-DISP
           DISPLAY "Fleet: " FUNCTION TRIM(HOSTS-DISP)
               " host(s) with windows - "
               "estimated " FUNCTION TRIM(KWH-DISP) " kWh, $"
               FUNCTION TRIM(COST-DISP) ", "
               FUNCTION TRIM(G-DISP) " gCO2 saved"
           IF TOU-COUNT = 0
               DISPLAY "  (no TOU bands in "
                   FUNCTION TRIM(WS-TARIFF-PATH)
                   " - dollars are not estimated)"
           ELSE
               IF WS-UNPRICED > 0
                   DISPLAY "  (" WS-UNPRICED " window hour(s) fall "
                       "in no TOU band and are not priced)"
               END-IF
           END-IF
           IF BAND-COUNT = 0
               DISPLAY "  (no carbon schedule at "
                   FUNCTION TRIM(WS-CARBON-PATH)
                   " - gCO2 is not estimated)"
           END-IF
           IF WS-SPANS-DROPPED > 0
               DISPLAY "powerdown_advisor: WARNING - span table full "
                   "(" MAX-SPANS "), " WS-SPANS-DROPPED " sweep(s) "
                   "not counted as busy - windows may be too wide"
           END-IF
           IF WS-SKIPPED > 0
               DISPLAY "powerdown_advisor: WARNING - " WS-SKIPPED
                   " unparseable host-meter.log line(s) skipped"
           END-IF
           STOP RUN.

       Read-Settings.
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT
               "COBJOULES_SWEEP_SCHEDULE"
           IF WS-PATH-ENV NOT = SPACES
               MOVE WS-PATH-ENV TO WS-SCHEDULE-PATH
           END-IF
           MOVE SPACES TO WS-PATH-ENV
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT
               "COBJOULES_SWEEP_BLACKOUT"
           IF WS-PATH-ENV NOT = SPACES
               MOVE WS-PATH-ENV TO WS-BLACKOUT-PATH
           END-IF
           MOVE SPACES TO WS-PATH-ENV
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT
               "COBJOULES_TARIFF_FILE"
           IF WS-PATH-ENV NOT = SPACES
               MOVE WS-PATH-ENV TO WS-TARIFF-PATH
           END-IF
           MOVE SPACES TO WS-PATH-ENV
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT
               "COBJOULES_CARBON_SCHEDULE"
           IF WS-PATH-ENV NOT = SPACES
               MOVE WS-PATH-ENV TO WS-CARBON-PATH
           END-IF

           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "COBJOULES_POWERDOWN_MIN_DAYS"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-MIN-DAYS = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           IF WS-MIN-DAYS < 1
               MOVE 1 TO WS-MIN-DAYS
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "COBJOULES_POWERDOWN_IDLE_PCT"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-IDLE-PCT = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           IF WS-IDLE-PCT > 100
               MOVE 100 TO WS-IDLE-PCT
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "COBJOULES_POWERDOWN_DAYS"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-HORIZON = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           IF WS-HORIZON < 1
               MOVE 1 TO WS-HORIZON
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "COBJOULES_POWERDOWN_OFF_WATTS"
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-OFF-WATTS = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF
           ACCEPT WS-REMOTE-ENV FROM ENVIRONMENT
               "COBJOULES_REMOTE_HOSTS"

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS(1:14) TO WS-NOW-STAMP
           ACCEPT WS-DATE-ENV FROM ENVIRONMENT
               "COBJOULES_SCHEDULE_DATE"
           IF WS-DATE-ENV NOT = SPACES AND WS-DATE-ENV IS NUMERIC
               MOVE WS-DATE-ENV TO WS-TODAY
           ELSE
               MOVE WS-NOW-TS(1:8) TO WS-TODAY
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           .

       Read-Hostname.
      *> the name host_meter tags this host's lines with.
           OPEN INPUT HOSTNAME-FILE
           IF HOST-FS = "00"
               READ HOSTNAME-FILE
                   NOT AT END
                       MOVE HOSTNAME-RECORD TO WS-LOCAL-HOST
               END-READ
               CLOSE HOSTNAME-FILE
           END-IF
           .

       Load-Schedule.
      *> deck_scheduler's rule records; with no schedule at all
      *> every day is quiet.
           OPEN INPUT SCHEDULE-FILE
           IF SCH-FS NOT = "00"
               DISPLAY "powerdown_advisor: WARNING - no sweep "
                   "schedule at " FUNCTION TRIM(WS-SCHEDULE-PATH)
                   " - every day is treated as quiet"
               EXIT PARAGRAPH
           END-IF
           SET PDA-NOT-AT-END TO TRUE
           PERFORM UNTIL PDA-AT-END
               READ SCHEDULE-FILE
                   AT END
                       SET PDA-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Schedule-Rule
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           .

       Load-Schedule-Rule.
           IF SCHEDULE-RECORD = SPACES OR SCHEDULE-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF RULE-COUNT >= MAX-RULES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-RULE-KIND F-RULE-ARG F-RULE-DECK
           UNSTRING SCHEDULE-RECORD DELIMITED BY ","
               INTO F-RULE-KIND F-RULE-ARG F-RULE-DECK
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(F-RULE-KIND))
               WHEN "DATE"
                   IF F-RULE-ARG(1:8) IS NUMERIC
                       ADD 1 TO RULE-COUNT
                       SET RULE-IDX TO RULE-COUNT
                       MOVE "D" TO RULE-KIND(RULE-IDX)
                       MOVE F-RULE-ARG(1:8) TO RULE-DATE(RULE-IDX)
                       MOVE F-RULE-DECK TO RULE-DECK(RULE-IDX)
                   END-IF
               WHEN "MONTHEND"
      *> MONTHEND carries its deck where the others carry their
      *> argument - deck_scheduler's reading.
                   ADD 1 TO RULE-COUNT
                   SET RULE-IDX TO RULE-COUNT
                   MOVE "M" TO RULE-KIND(RULE-IDX)
                   MOVE F-RULE-ARG TO RULE-DECK(RULE-IDX)
               WHEN "DOW"
                   ADD 1 TO RULE-COUNT
                   SET RULE-IDX TO RULE-COUNT
                   MOVE "W" TO RULE-KIND(RULE-IDX)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(F-RULE-ARG))
                       TO RULE-DOW(RULE-IDX)
                   MOVE F-RULE-DECK TO RULE-DECK(RULE-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Load-Blackouts.
      *> no blackout calendar simply means no blackouts.
           OPEN INPUT BLACKOUT-FILE
           IF BLK-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET PDA-NOT-AT-END TO TRUE
           PERFORM UNTIL PDA-AT-END
               READ BLACKOUT-FILE
                   AT END
                       SET PDA-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Blackout-Record
               END-READ
           END-PERFORM
           CLOSE BLACKOUT-FILE
           .

       Load-Blackout-Record.
           IF BLACKOUT-RECORD = SPACES OR BLACKOUT-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-BLK-RANGE F-BLK-REASON F-BLK-FROM F-BLK-TO
           UNSTRING BLACKOUT-RECORD DELIMITED BY ","
               INTO F-BLK-RANGE F-BLK-REASON
           END-UNSTRING
           UNSTRING F-BLK-RANGE DELIMITED BY "-"
               INTO F-BLK-FROM F-BLK-TO
           END-UNSTRING
           IF F-BLK-FROM(1:8) IS NUMERIC
                   AND BLACKOUT-COUNT < MAX-BLACKOUTS
               ADD 1 TO BLACKOUT-COUNT
               SET BLK-IDX TO BLACKOUT-COUNT
               MOVE F-BLK-FROM(1:8) TO BLK-FROM(BLK-IDX)
               IF F-BLK-TO(1:8) IS NUMERIC
                   MOVE F-BLK-TO(1:8) TO BLK-TO(BLK-IDX)
               ELSE
                   MOVE BLK-FROM(BLK-IDX) TO BLK-TO(BLK-IDX)
               END-IF
           END-IF
           .

       Resolve-Day-Class.
      *> deck_scheduler's resolution for WS-CLS-DATE: DATE beats
      *> MONTHEND beats DOW, and a blackout cancels the night.
           MOVE SPACES TO WS-DAY-DECK
           MOVE 0 TO WS-DECK-RANK
           COMPUTE WS-CLS-INT = FUNCTION INTEGER-OF-DATE(WS-CLS-DATE)
           COMPUTE WS-DOW-NUM = FUNCTION MOD(WS-CLS-INT, 7)
           IF WS-DOW-NUM = 0
               MOVE 7 TO WS-DOW-NUM
           END-IF
           MOVE WS-DOW-NAMES((WS-DOW-NUM * 3) - 2:3) TO WS-CLS-DOW
           COMPUTE WS-CLS-NEXT =
               FUNCTION DATE-OF-INTEGER(WS-CLS-INT + 1)
           PERFORM VARYING RULE-IDX FROM 1 BY 1
               UNTIL RULE-IDX > RULE-COUNT
               EVALUATE RULE-KIND(RULE-IDX)
                   WHEN "D"
                       IF RULE-DATE(RULE-IDX) = WS-CLS-DATE
                               AND WS-DECK-RANK < 3
                           MOVE RULE-DECK(RULE-IDX) TO WS-DAY-DECK
                           MOVE 3 TO WS-DECK-RANK
                       END-IF
                   WHEN "M"
                       IF WS-CLS-NEXT(5:2) NOT = WS-CLS-DATE(5:2)
                               AND WS-DECK-RANK < 2
                           MOVE RULE-DECK(RULE-IDX) TO WS-DAY-DECK
                           MOVE 2 TO WS-DECK-RANK
                       END-IF
                   WHEN "W"
                       IF RULE-DOW(RULE-IDX) = WS-CLS-DOW
                               AND WS-DECK-RANK < 1
                           MOVE RULE-DECK(RULE-IDX) TO WS-DAY-DECK
                           MOVE 1 TO WS-DECK-RANK
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-DECK-RANK = 0
               MOVE 2 TO WS-DAY-CLASS
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DAY-CLASS
           PERFORM VARYING BLK-IDX FROM 1 BY 1
               UNTIL BLK-IDX > BLACKOUT-COUNT
               IF WS-CLS-DATE >= BLK-FROM(BLK-IDX)
                       AND WS-CLS-DATE <= BLK-TO(BLK-IDX)
                   MOVE 2 TO WS-DAY-CLASS
               END-IF
           END-PERFORM
           .

       Load-Tariff.
      *> TOU and SEASON records, tariff_engine's parse; TIER and
      *> DEMAND are read past.
           OPEN INPUT TARIFF-FILE
           IF TAR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET PDA-NOT-AT-END TO TRUE
           PERFORM UNTIL PDA-AT-END
               READ TARIFF-FILE
                   AT END
                       SET PDA-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Tariff-Record
               END-READ
           END-PERFORM
           CLOSE TARIFF-FILE
           .

       Load-Tariff-Record.
           IF TARIFF-RECORD = SPACES OR TARIFF-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-KIND F-ARG1 F-ARG2 F-FROM F-TO
           UNSTRING TARIFF-RECORD DELIMITED BY ","
               INTO F-KIND F-ARG1 F-ARG2
           END-UNSTRING
           UNSTRING F-ARG1 DELIMITED BY "-"
               INTO F-FROM F-TO
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-FROM)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-TO)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-ARG2)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(F-KIND))
               WHEN "TOU"
                   IF TOU-COUNT < MAX-TOU
                       ADD 1 TO TOU-COUNT
                       SET TOU-IDX TO TOU-COUNT
                       COMPUTE TOU-FROM-HH(TOU-IDX) =
                           FUNCTION NUMVAL(FUNCTION TRIM(F-FROM))
                       COMPUTE TOU-TO-HH(TOU-IDX) =
                           FUNCTION NUMVAL(FUNCTION TRIM(F-TO))
                       COMPUTE TOU-RATE(TOU-IDX) =
                           FUNCTION NUMVAL(FUNCTION TRIM(F-ARG2))
                   END-IF
               WHEN "SEASON"
                   IF SEASON-COUNT < MAX-SEASONS
                       ADD 1 TO SEASON-COUNT
                       SET SEA-IDX TO SEASON-COUNT
                       COMPUTE SEA-FROM-MM(SEA-IDX) =
                           FUNCTION NUMVAL(FUNCTION TRIM(F-FROM))
                       COMPUTE SEA-TO-MM(SEA-IDX) =
                           FUNCTION NUMVAL(FUNCTION TRIM(F-TO))
                       COMPUTE SEA-MULT(SEA-IDX) =
                           FUNCTION NUMVAL(FUNCTION TRIM(F-ARG2))
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Load-Carbon.
      *> energy_carbon's schedule records, the same parse
      *> tod_advisor applies.
           OPEN INPUT CARBON-FILE
           IF CARB-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET PDA-NOT-AT-END TO TRUE
           PERFORM UNTIL PDA-AT-END
               READ CARBON-FILE
                   AT END
                       SET PDA-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Carbon-Record
               END-READ
           END-PERFORM
           CLOSE CARBON-FILE
           .

       Load-Carbon-Record.
           IF CARBON-RECORD = SPACES OR CARBON-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-ARG1 F-ARG2 F-FROM F-TO
           UNSTRING CARBON-RECORD DELIMITED BY ","
               INTO F-ARG1 F-ARG2
           END-UNSTRING
           UNSTRING F-ARG1 DELIMITED BY "-"
               INTO F-FROM F-TO
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-FROM)) = 0
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-TO)) = 0
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-ARG2)) = 0
                   AND BAND-COUNT < MAX-BANDS
               ADD 1 TO BAND-COUNT
               SET BAND-IDX TO BAND-COUNT
               COMPUTE BAND-FROM-HH(BAND-IDX) =
                   FUNCTION NUMVAL(FUNCTION TRIM(F-FROM))
               COMPUTE BAND-TO-HH(BAND-IDX) =
                   FUNCTION NUMVAL(FUNCTION TRIM(F-TO))
               COMPUTE BAND-GCO2(BAND-IDX) =
                   FUNCTION NUMVAL(FUNCTION TRIM(F-ARG2))
           END-IF
           .

       Build-Hour-Prices.
      *> each hour's TOU rate and carbon factor - inclusive-start/
      *> exclusive-end bands wrapping midnight, first match wins,
      *> the rule tariff_engine and energy_carbon share.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 24
               COMPUTE WS-LINE-HOUR = WS-SLOT - 1
               MOVE 0 TO HOUR-RATE(WS-SLOT)
               MOVE 'N' TO HOUR-PRICED(WS-SLOT)
               MOVE 0 TO HOUR-GCO2(WS-SLOT)
               MOVE 0 TO WS-MATCHED
               PERFORM VARYING TOU-IDX FROM 1 BY 1
                   UNTIL TOU-IDX > TOU-COUNT OR WS-MATCHED = 1
                   IF (TOU-FROM-HH(TOU-IDX) < TOU-TO-HH(TOU-IDX)
                           AND WS-LINE-HOUR >= TOU-FROM-HH(TOU-IDX)
                           AND WS-LINE-HOUR < TOU-TO-HH(TOU-IDX))
                       OR (TOU-FROM-HH(TOU-IDX) >=
                               TOU-TO-HH(TOU-IDX)
                           AND (WS-LINE-HOUR >= TOU-FROM-HH(TOU-IDX)
                               OR WS-LINE-HOUR <
                                   TOU-TO-HH(TOU-IDX)))
                       MOVE TOU-RATE(TOU-IDX) TO HOUR-RATE(WS-SLOT)
                       MOVE 'Y' TO HOUR-PRICED(WS-SLOT)
                       MOVE 1 TO WS-MATCHED
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-MATCHED
               PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > BAND-COUNT OR WS-MATCHED = 1
                   IF (BAND-FROM-HH(BAND-IDX) < BAND-TO-HH(BAND-IDX)
                           AND WS-LINE-HOUR >= BAND-FROM-HH(BAND-IDX)
                           AND WS-LINE-HOUR < BAND-TO-HH(BAND-IDX))
                       OR (BAND-FROM-HH(BAND-IDX) >=
                               BAND-TO-HH(BAND-IDX)
                           AND (WS-LINE-HOUR >=
                                   BAND-FROM-HH(BAND-IDX)
                               OR WS-LINE-HOUR <
                                   BAND-TO-HH(BAND-IDX)))
                       MOVE BAND-GCO2(BAND-IDX) TO HOUR-GCO2(WS-SLOT)
                       MOVE 1 TO WS-MATCHED
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       Lookup-Season-Mult.
      *> tariff_engine's season rule, WS-LINE-MM in.
           MOVE 1 TO WS-MULT
           PERFORM VARYING SEA-IDX FROM 1 BY 1
               UNTIL SEA-IDX > SEASON-COUNT
               IF SEA-FROM-MM(SEA-IDX) <= SEA-TO-MM(SEA-IDX)
                   IF WS-LINE-MM >= SEA-FROM-MM(SEA-IDX)
                           AND WS-LINE-MM <= SEA-TO-MM(SEA-IDX)
                       MOVE SEA-MULT(SEA-IDX) TO WS-MULT
                   END-IF
               ELSE
                   IF WS-LINE-MM >= SEA-FROM-MM(SEA-IDX)
                           OR WS-LINE-MM <= SEA-TO-MM(SEA-IDX)
                       MOVE SEA-MULT(SEA-IDX) TO WS-MULT
                   END-IF
               END-IF
           END-PERFORM
           .

       Load-Sweep-Spans.
      *> this host's sweeps: each SCHEDULED line opens one, the RAN
      *> that follows closes it. A night that never got to RAN
      *> (blackout, missing deck) ran nothing.
           OPEN INPUT SCHED-LOG-IN
           IF SLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET PDA-NOT-AT-END TO TRUE
           PERFORM UNTIL PDA-AT-END
               READ SCHED-LOG-IN
                   AT END
                       SET PDA-AT-END TO TRUE
                   NOT AT END
                       PERFORM Take-Sweep-Line
               END-READ
           END-PERFORM
           CLOSE SCHED-LOG-IN
           .

       Take-Sweep-Line.
           MOVE SPACES TO F-LOG-TS F-LOG-DATE F-LOG-EVENT
           UNSTRING SCHED-LOG-RECORD DELIMITED BY ","
               INTO F-LOG-TS F-LOG-DATE F-LOG-EVENT
           END-UNSTRING
           IF F-LOG-TS(1:14) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(F-LOG-EVENT)
               WHEN "SCHEDULED"
                   MOVE F-LOG-TS(1:14) TO WS-PEND-SWEEP
               WHEN "RAN"
                   IF WS-PEND-SWEEP NOT = SPACES
                       MOVE WS-LOCAL-HOST TO WS-SPAN-HOST
                       MOVE WS-PEND-SWEEP TO WS-SPAN-FROM
                       MOVE F-LOG-TS(1:14) TO WS-SPAN-TO
                       PERFORM Add-Span
                       MOVE SPACES TO WS-PEND-SWEEP
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Load-Fleet-Spans.
      *> each node's fleet sweeps; a dispatch still open at the end
      *> of the history is a sweep still running, busy until now.
           OPEN INPUT FLEET-LOG-IN
           IF FLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET PDA-NOT-AT-END TO TRUE
           PERFORM UNTIL PDA-AT-END
               READ FLEET-LOG-IN
                   AT END
                       SET PDA-AT-END TO TRUE
                   NOT AT END
                       PERFORM Take-Fleet-Line
               END-READ
           END-PERFORM
           CLOSE FLEET-LOG-IN
           PERFORM VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PEND-COUNT
               IF PEND-FROM(PEND-IDX) NOT = SPACES
                   MOVE PEND-HOST(PEND-IDX) TO WS-SPAN-HOST
                   MOVE PEND-FROM(PEND-IDX) TO WS-SPAN-FROM
                   MOVE WS-NOW-STAMP TO WS-SPAN-TO
                   PERFORM Add-Span
               END-IF
           END-PERFORM
           .

       Take-Fleet-Line.
           MOVE SPACES TO F-LOG-TS F-LOG-HOST F-LOG-DECK F-LOG-EVENT
               F-LOG-RC
           UNSTRING FLEET-LOG-RECORD DELIMITED BY ","
               INTO F-LOG-TS F-LOG-HOST F-LOG-DECK F-LOG-EVENT
                   F-LOG-RC
           END-UNSTRING
           IF F-LOG-TS(1:14) IS NOT NUMERIC
                   OR F-LOG-HOST = SPACES
               EXIT PARAGRAPH
           END-IF
      *> the orchestrator's local node is this host.
           IF F-LOG-HOST = "localhost" OR F-LOG-HOST = "local"
               MOVE WS-LOCAL-HOST TO F-LOG-HOST
           END-IF
           PERFORM Find-Pending
           EVALUATE FUNCTION TRIM(F-LOG-EVENT)
               WHEN "DISPATCHED"
                   IF WS-PEND-FOUND = 1
                       IF PEND-FROM(PEND-IDX) = SPACES
                           MOVE F-LOG-TS(1:14) TO PEND-FROM(PEND-IDX)
                       END-IF
                   END-IF
                   IF F-LOG-TS(1:8) NOT = WS-LAST-NIGHT
                       MOVE F-LOG-TS(1:8) TO WS-LAST-NIGHT
                   END-IF
               WHEN "DONE"
               WHEN "FAILED"
                   IF WS-PEND-FOUND = 1
                       IF PEND-FROM(PEND-IDX) NOT = SPACES
                           MOVE F-LOG-HOST TO WS-SPAN-HOST
                           MOVE PEND-FROM(PEND-IDX) TO WS-SPAN-FROM
                           MOVE F-LOG-TS(1:14) TO WS-SPAN-TO
                           PERFORM Add-Span
                           MOVE SPACES TO PEND-FROM(PEND-IDX)
                       END-IF
                   END-IF
               WHEN "UNFINISHED"
                   IF WS-PEND-FOUND = 1
                       IF PEND-FROM(PEND-IDX) NOT = SPACES
                           MOVE F-LOG-HOST TO WS-SPAN-HOST
                           MOVE PEND-FROM(PEND-IDX) TO WS-SPAN-FROM
                           MOVE SPACES TO WS-SPAN-TO
                           STRING F-LOG-TS(1:8) DELIMITED BY SIZE
                                  "235959" DELIMITED BY SIZE
                               INTO WS-SPAN-TO
                           PERFORM Add-Span
                           MOVE SPACES TO PEND-FROM(PEND-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Find-Pending.
           MOVE 0 TO WS-PEND-FOUND
           PERFORM VARYING PEND-IDX FROM 1 BY 1
               UNTIL PEND-IDX > PEND-COUNT OR WS-PEND-FOUND = 1
               IF PEND-HOST(PEND-IDX) = F-LOG-HOST
                   MOVE 1 TO WS-PEND-FOUND
               END-IF
           END-PERFORM
           IF WS-PEND-FOUND = 1
               SET PEND-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF PEND-COUNT < MAX-PENDING
               ADD 1 TO PEND-COUNT
               SET PEND-IDX TO PEND-COUNT
               MOVE F-LOG-HOST TO PEND-HOST(PEND-IDX)
               MOVE SPACES TO PEND-FROM(PEND-IDX)
               MOVE 1 TO WS-PEND-FOUND
           END-IF
           .

       Add-Span.
           IF SPAN-COUNT >= MAX-SPANS
               ADD 1 TO WS-SPANS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SPAN-COUNT
           SET SPAN-IDX TO SPAN-COUNT
           MOVE WS-SPAN-HOST TO SPAN-HOST(SPAN-IDX)
           MOVE WS-SPAN-FROM TO SPAN-FROM(SPAN-IDX)
           MOVE WS-SPAN-TO TO SPAN-TO(SPAN-IDX)
           .

       Profile-Meter.
           OPEN INPUT METER-LOG-IN
           IF MTR-FS NOT = "00"
               DISPLAY "powerdown_advisor: ERROR - could not open "
                   "host-meter.log (status " MTR-FS ") - run "
                   "host_meter first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PDA-NOT-AT-END TO TRUE
           PERFORM UNTIL PDA-AT-END
               READ METER-LOG-IN
                   AT END
                       SET PDA-AT-END TO TRUE
                   NOT AT END
                       PERFORM Tally-Meter-Line
                           THRU Tally-Meter-Line-Exit
               END-READ
           END-PERFORM
           CLOSE METER-LOG-IN
           .

       Tally-Meter-Line.
           MOVE SPACES TO F-TS F-HOST F-DOMAIN F-DELTA F-SECS
           UNSTRING METER-RECORD DELIMITED BY ","
               INTO F-TS F-HOST F-DOMAIN F-DELTA F-SECS
           END-UNSTRING
           IF FUNCTION TRIM(F-HOST) = SPACES
                   OR F-TS(1:10) IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-DELTA)) NOT = 0
               ADD 1 TO WS-SKIPPED
               GO TO Tally-Meter-Line-Exit
           END-IF
      *> package domains only - the whole-socket selection
      *> meter_report makes.
           IF F-DOMAIN(1:7) NOT = "package"
               GO TO Tally-Meter-Line-Exit
           END-IF

           MOVE FUNCTION TRIM(F-HOST) TO WS-LOOKUP-HOST
           PERFORM Find-Or-Add-Host
           IF WS-FOUND = 2
               GO TO Tally-Meter-Line-Exit
           END-IF

      *> one interval's domain lines share a stamp, so busy and
      *> day class are worked out once per interval.
           IF F-TS(1:14) NOT = WS-LINE-STAMP
                   OR WS-LOOKUP-HOST NOT = WS-LINE-HOST
               MOVE F-TS(1:14) TO WS-LINE-STAMP
               MOVE WS-LOOKUP-HOST TO WS-LINE-HOST
               PERFORM Check-Busy
               MOVE F-TS(1:8) TO WS-LINE-DATE
               IF WS-LINE-DATE NOT = WS-CACHE-DATE
                   MOVE WS-LINE-DATE TO WS-CLS-DATE
                   PERFORM Resolve-Day-Class
                   MOVE WS-LINE-DATE TO WS-CACHE-DATE
                   MOVE WS-DAY-CLASS TO WS-CACHE-CLASS
               END-IF
               MOVE WS-CACHE-CLASS TO WS-LINE-CLASS
           END-IF
           MOVE F-TS(9:2) TO WS-HOUR
           COMPUTE WS-SLOT = WS-HOUR + 1
           MOVE WS-LINE-CLASS TO WS-CLS

           COMPUTE WS-DELTA-NUM = FUNCTION NUMVAL(
               FUNCTION TRIM(F-DELTA))
           MOVE 0 TO WS-SECS-NUM
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-SECS)) = 0
               COMPUTE WS-SECS-NUM = FUNCTION NUMVAL(
                   FUNCTION TRIM(F-SECS))
           END-IF

      *> the interval itself - day counts and metered seconds - is
      *> counted once, on the package-0 line meter_report takes its
      *> hours from.
           IF F-DOMAIN(8:2) = "-0"
               IF PDA-FIRST-DATE(HOST-IDX) = SPACES
                   MOVE F-TS(1:8) TO PDA-FIRST-DATE(HOST-IDX)
               END-IF
               MOVE F-TS(1:8) TO PDA-LAST-DATE(HOST-IDX)
               IF CELL-LAST-DATE(HOST-IDX, WS-CLS, WS-SLOT)
                       NOT = F-TS(1:8)
                   ADD 1 TO CELL-DAYS(HOST-IDX, WS-CLS, WS-SLOT)
                   MOVE F-TS(1:8)
                       TO CELL-LAST-DATE(HOST-IDX, WS-CLS, WS-SLOT)
               END-IF
               IF WS-LINE-BUSY = 'Y'
                       AND CELL-LAST-BUSY(HOST-IDX, WS-CLS, WS-SLOT)
                           NOT = F-TS(1:8)
                   ADD 1 TO CELL-BUSY-DAYS(HOST-IDX, WS-CLS, WS-SLOT)
                   MOVE F-TS(1:8)
                       TO CELL-LAST-BUSY(HOST-IDX, WS-CLS, WS-SLOT)
               END-IF
               IF WS-LINE-BUSY = 'N'
                   ADD WS-SECS-NUM
                       TO CELL-IDLE-SECS(HOST-IDX, WS-CLS, WS-SLOT)
                   ADD WS-SECS-NUM TO PDA-IDLE-SECS(HOST-IDX)
               END-IF
           END-IF
           IF WS-LINE-BUSY = 'N'
               ADD WS-DELTA-NUM
                   TO CELL-IDLE-UJ(HOST-IDX, WS-CLS, WS-SLOT)
               ADD WS-DELTA-NUM TO PDA-IDLE-UJ(HOST-IDX)
           END-IF
           .
       Tally-Meter-Line-Exit.
           EXIT.

       Check-Busy.
           MOVE 'N' TO WS-LINE-BUSY
           PERFORM VARYING SPAN-IDX FROM 1 BY 1
               UNTIL SPAN-IDX > SPAN-COUNT OR WS-LINE-BUSY = 'Y'
               IF SPAN-HOST(SPAN-IDX) = WS-LINE-HOST
                       AND WS-LINE-STAMP >= SPAN-FROM(SPAN-IDX)
                       AND WS-LINE-STAMP <= SPAN-TO(SPAN-IDX)
                   MOVE 'Y' TO WS-LINE-BUSY
               END-IF
           END-PERFORM
           .

       Find-Or-Add-Host.
      *> the find-or-add-by-name idiom of tod_advisor's
      *> Find-Or-Add-Prog.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING HOST-IDX FROM 1 BY 1
               UNTIL HOST-IDX > HOST-COUNT OR WS-FOUND = 1
               IF PDA-HOST(HOST-IDX) = WS-LOOKUP-HOST
                   MOVE 1 TO WS-FOUND
                   MOVE HOST-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET HOST-IDX TO WS-MATCH-IDX
               EXIT PARAGRAPH
           END-IF
           IF HOST-COUNT >= MAX-HOSTS
               DISPLAY "powerdown_advisor: WARNING - host table "
                   "full (" MAX-HOSTS "), dropping data for "
                   FUNCTION TRIM(WS-LOOKUP-HOST)
               MOVE 2 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOST-COUNT
           SET HOST-IDX TO HOST-COUNT
           INITIALIZE HOST-ENTRY(HOST-IDX)
           MOVE WS-LOOKUP-HOST TO PDA-HOST(HOST-IDX)
           MOVE 'N' TO PDA-NEEDED(HOST-IDX)
           MOVE 1 TO WS-FOUND
           .

       Find-Next-Sweep.
      *> the first day from today the calendars plan a sweep on.
           PERFORM VARYING WS-DAY-NO FROM 0 BY 1
               UNTIL WS-DAY-NO > 366 OR WS-NEXT-SWEEP NOT = 0
               COMPUTE WS-CLS-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT + WS-DAY-NO)
               PERFORM Resolve-Day-Class
               IF WS-DAY-CLASS = 1
                   MOVE WS-CLS-DATE TO WS-NEXT-SWEEP
                   MOVE WS-DAY-DECK TO WS-NEXT-DECK
               END-IF
           END-PERFORM
           .

       Mark-Needed-Hosts.
           IF WS-NEXT-SWEEP = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOCAL-HOST TO WS-LOOKUP-HOST
           PERFORM Mark-One-Needed
           IF WS-REMOTE-ENV NOT = SPACES
               MOVE "the COBJOULES_REMOTE_HOSTS fleet"
                   TO WS-NEEDED-SRC
               MOVE 1 TO WS-REMOTE-PTR
               PERFORM UNTIL WS-REMOTE-PTR > LENGTH OF WS-REMOTE-ENV
                   MOVE SPACES TO WS-REMOTE-HOST
                   UNSTRING WS-REMOTE-ENV DELIMITED BY ","
                       INTO WS-REMOTE-HOST
                       WITH POINTER WS-REMOTE-PTR
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-REMOTE-HOST)
                       TO WS-LOOKUP-HOST
                   IF WS-LOOKUP-HOST = "localhost"
                           OR WS-LOOKUP-HOST = "local"
                       MOVE WS-LOCAL-HOST TO WS-LOOKUP-HOST
                   END-IF
                   IF WS-LOOKUP-HOST NOT = SPACES
                       PERFORM Mark-One-Needed
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-NIGHT = SPACES
               MOVE "no fleet nodes" TO WS-NEEDED-SRC
               EXIT PARAGRAPH
           END-IF
           STRING "the fleet dispatched " DELIMITED BY SIZE
                  WS-LAST-NIGHT DELIMITED BY SIZE
               INTO WS-NEEDED-SRC
           OPEN INPUT FLEET-LOG-IN
           IF FLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET PDA-NOT-AT-END TO TRUE
           PERFORM UNTIL PDA-AT-END
               READ FLEET-LOG-IN
                   AT END
                       SET PDA-AT-END TO TRUE
                   NOT AT END
                       MOVE SPACES TO F-LOG-TS F-LOG-HOST
                           F-LOG-DECK F-LOG-EVENT
                       UNSTRING FLEET-LOG-RECORD DELIMITED BY ","
                           INTO F-LOG-TS F-LOG-HOST F-LOG-DECK
                               F-LOG-EVENT
                       END-UNSTRING
                       IF F-LOG-TS(1:8) = WS-LAST-NIGHT
                               AND FUNCTION TRIM(F-LOG-EVENT) =
                                   "DISPATCHED"
                           MOVE F-LOG-HOST TO WS-LOOKUP-HOST
                           IF WS-LOOKUP-HOST = "localhost"
                                   OR WS-LOOKUP-HOST = "local"
                               MOVE WS-LOCAL-HOST TO WS-LOOKUP-HOST
                           END-IF
                           PERFORM Mark-One-Needed
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLEET-LOG-IN
           .

       Mark-One-Needed.
           PERFORM VARYING HOST-IDX FROM 1 BY 1
               UNTIL HOST-IDX > HOST-COUNT
               IF PDA-HOST(HOST-IDX) = WS-LOOKUP-HOST
                   MOVE 'Y' TO PDA-NEEDED(HOST-IDX)
               END-IF
           END-PERFORM
           .

       Advise-One-Host.
           DISPLAY " "
           IF PDA-IDLE-SECS(HOST-IDX) > 0
               COMPUTE WS-IDLE-W ROUNDED = PDA-IDLE-UJ(HOST-IDX)
                   / PDA-IDLE-SECS(HOST-IDX) / 1000000
           ELSE
               MOVE 0 TO WS-IDLE-W
           END-IF
           MOVE WS-IDLE-W TO W-DISP
           DISPLAY "Host " FUNCTION TRIM(PDA-HOST(HOST-IDX))
               " - metered " PDA-FIRST-DATE(HOST-IDX) " to "
               PDA-LAST-DATE(HOST-IDX) ", idle draw "
               FUNCTION TRIM(W-DISP) " W"
           IF PDA-NEEDED(HOST-IDX) = 'Y'
               DISPLAY "  excluded - needed by the next planned "
                   "sweep (" WS-NEXT-SWEEP ")"
               EXIT PARAGRAPH
           END-IF

      *> mark the window hours and their saved draw.
           MOVE 0 TO WS-WINDOW-HOURS
           PERFORM VARYING WS-CLS FROM 1 BY 1 UNTIL WS-CLS > 2
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 24
                   PERFORM Judge-Window-Hour
               END-PERFORM
           END-PERFORM
           IF WS-WINDOW-HOURS = 0
               DISPLAY "  no recurring idle window - keep it up"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ADVISED
           PERFORM VARYING WS-CLS FROM 1 BY 1 UNTIL WS-CLS > 2
               PERFORM List-Windows
           END-PERFORM

      *> the projection: every day ahead through the calendars.
           MOVE 0 TO WS-HOST-KWH WS-HOST-DOLLARS WS-HOST-GCO2
               WS-SWEEP-DAYS WS-QUIET-DAYS
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
               UNTIL WS-DAY-NO > WS-HORIZON
               COMPUTE WS-PROJ-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT + WS-DAY-NO)
               MOVE WS-PROJ-DATE TO WS-CLS-DATE
               PERFORM Resolve-Day-Class
               IF WS-DAY-CLASS = 1
                   ADD 1 TO WS-SWEEP-DAYS
               ELSE
                   ADD 1 TO WS-QUIET-DAYS
               END-IF
               MOVE WS-DAY-CLASS TO WS-CLS
               MOVE WS-PROJ-DATE(5:2) TO WS-LINE-MM
               PERFORM Lookup-Season-Mult
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 24
                   IF CELL-WINDOW(HOST-IDX, WS-CLS, WS-SLOT) = 'Y'
                       PERFORM Project-One-Hour
                   END-IF
               END-PERFORM
           END-PERFORM
           ADD WS-HOST-KWH TO WS-FLEET-KWH
           ADD WS-HOST-DOLLARS TO WS-FLEET-DOLLARS
           ADD WS-HOST-GCO2 TO WS-FLEET-GCO2

           MOVE WS-HOST-KWH TO KWH-DISP
           MOVE WS-HOST-DOLLARS TO COST-DISP
           MOVE WS-HOST-GCO2 TO G-DISP
           MOVE WS-SWEEP-DAYS TO SWEEP-DISP
           MOVE WS-QUIET-DAYS TO QUIET-DISP
           DISPLAY "  next " FUNCTION TRIM(DAYS-DISP) " day(s) ("
               FUNCTION TRIM(SWEEP-DISP) " sweep, "
               FUNCTION TRIM(QUIET-DISP) " quiet): "
               "estimated " FUNCTION TRIM(KWH-DISP) " kWh, $"
               FUNCTION TRIM(COST-DISP) ", "
               FUNCTION TRIM(G-DISP) " gCO2 saved"
           .

       Judge-Window-Hour.
           MOVE 'N' TO CELL-WINDOW(HOST-IDX, WS-CLS, WS-SLOT)
           MOVE 0 TO CELL-SAVE-W(HOST-IDX, WS-CLS, WS-SLOT)
           IF CELL-DAYS(HOST-IDX, WS-CLS, WS-SLOT) < WS-MIN-DAYS
                   OR CELL-IDLE-SECS(HOST-IDX, WS-CLS, WS-SLOT) = 0
               EXIT PARAGRAPH
           END-IF
           IF (CELL-DAYS(HOST-IDX, WS-CLS, WS-SLOT)
                   - CELL-BUSY-DAYS(HOST-IDX, WS-CLS, WS-SLOT)) * 100
                   < CELL-DAYS(HOST-IDX, WS-CLS, WS-SLOT) * WS-IDLE-PCT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDLE-W ROUNDED =
               CELL-IDLE-UJ(HOST-IDX, WS-CLS, WS-SLOT)
               / CELL-IDLE-SECS(HOST-IDX, WS-CLS, WS-SLOT) / 1000000
           IF WS-IDLE-W <= WS-OFF-WATTS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO CELL-WINDOW(HOST-IDX, WS-CLS, WS-SLOT)
           COMPUTE CELL-SAVE-W(HOST-IDX, WS-CLS, WS-SLOT) =
               WS-IDLE-W - WS-OFF-WATTS
           ADD 1 TO WS-WINDOW-HOURS
           .

       List-Windows.
      *> contiguous window hours shown as HH:00-HH:59 ranges.
           MOVE SPACES TO WS-WINDOW-LINE
           MOVE 1 TO WS-WINDOW-PTR
           MOVE 'N' TO WS-IN-RUN
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 25
               IF WS-SLOT <= 24
                   AND CELL-WINDOW(HOST-IDX, WS-CLS, WS-SLOT) = 'Y'
                   IF WS-IN-RUN = 'N'
                       MOVE 'Y' TO WS-IN-RUN
                       COMPUTE WS-RUN-START = WS-SLOT - 1
                   END-IF
               ELSE
                   IF WS-IN-RUN = 'Y'
                       MOVE 'N' TO WS-IN-RUN
                       COMPUTE WS-END-HOUR = WS-SLOT - 2
                       PERFORM Add-Window-Range
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WINDOW-PTR = 1
               STRING "none" DELIMITED BY SIZE
                   INTO WS-WINDOW-LINE WITH POINTER WS-WINDOW-PTR
           END-IF
           DISPLAY "  " WS-CLASS-NAMES((WS-CLS * 5) - 4:5)
               " days: " FUNCTION TRIM(WS-WINDOW-LINE)
           .

       Add-Window-Range.
           MOVE WS-RUN-START TO HH-FROM-DISP
           MOVE WS-END-HOUR TO HH-TO-DISP
           IF WS-WINDOW-PTR > 1
               STRING ", " DELIMITED BY SIZE
                   INTO WS-WINDOW-LINE WITH POINTER WS-WINDOW-PTR
           END-IF
           STRING HH-FROM-DISP DELIMITED BY SIZE
                  ":00-" DELIMITED BY SIZE
                  HH-TO-DISP DELIMITED BY SIZE
                  ":59" DELIMITED BY SIZE
               INTO WS-WINDOW-LINE WITH POINTER WS-WINDOW-PTR
           .

       Project-One-Hour.
      *> an hour's saving is its idle draw less the off draw, for
      *> one hour, scaled by how often the hour was in fact idle.
           COMPUTE WS-IDLE-SHARE ROUNDED =
               (CELL-DAYS(HOST-IDX, WS-CLS, WS-SLOT)
                   - CELL-BUSY-DAYS(HOST-IDX, WS-CLS, WS-SLOT))
               / CELL-DAYS(HOST-IDX, WS-CLS, WS-SLOT)
           COMPUTE WS-HOUR-KWH ROUNDED =
               CELL-SAVE-W(HOST-IDX, WS-CLS, WS-SLOT) / 1000
               * WS-IDLE-SHARE
           ADD WS-HOUR-KWH TO WS-HOST-KWH
           IF HOUR-PRICED(WS-SLOT) = 'Y'
               COMPUTE WS-HOST-DOLLARS ROUNDED = WS-HOST-DOLLARS
                   + WS-HOUR-KWH * HOUR-RATE(WS-SLOT) * WS-MULT
           ELSE
               IF TOU-COUNT > 0
                   ADD 1 TO WS-UNPRICED
               END-IF
           END-IF
           COMPUTE WS-HOST-GCO2 ROUNDED = WS-HOST-GCO2
               + WS-HOUR-KWH * HOUR-GCO2(WS-SLOT)
           .

       END PROGRAM powerdown-advisor.
