       IDENTIFICATION DIVISION.
       PROGRAM-ID. facility-rollup.
       AUTHOR. Shiva9361.

      *> Facility roll-up: the facilities team reports by site,
      *> room, rack and PDU, while everything here was by hostname -
      *> and wall_import's coverage factor stops at the server's
      *> plug, short of the building's cooling and distribution
      *> overhead. This takes each host's place in the hierarchy
      *> from host-registry.dat (host_registry LOCATE), its month
      *> of energy from our own records, and aggregates it up
      *> PDU -> rack -> room -> site, grossed up to facility energy
      *> so the totals line up with the facilities team's own:
      *>
      *>   metered   - host-meter.log package intervals (host_meter,
      *>               around the clock)
      *>   benchmark - the package-domain lines the benchmarks
      *>               measured: fleet-energy.log when the fleet
      *>               master exists (fleet_consolidate, host-
      *>               tagged), else this host's energy.log; runs
      *>               voided through run_void are left out
      *>   IT        - metered energy scaled to the wall by the
      *>               host's wall-versus-RAPL coverage for the
      *>               month (wall-coverage.log, wall_import); a
      *>               host with no coverage figure stays at its
      *>               RAPL figure and is marked "*"
      *>   facility  - IT energy times the room's PUE for the month
      *>               ("room-pue", maintained through ctl_maint:
      *>               <site>,<room>,<YYYYMM>,<PUE>; a month with no
      *>               record uses the room's latest earlier figure,
      *>               a room with none at all is taken at 1.00 and
      *>               flagged)
      *>
      *> Benchmark energy is grossed up the same way, so the report
      *> also says what the benchmarks cost the building. Each
      *> rack's total carries its share of its room and of the
      *> whole facility. Hosts with energy but no registry position
      *> roll up under site UNPLACED.
      *>
      *> COBJOULES_ROLLUP_PERIOD (optional) - YYYYMM, default the
      *>     current month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "host-registry.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY REG-HOST
               FILE STATUS IS REG-FS.

           SELECT METER-LOG-IN ASSIGN TO "host-meter.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MTR-FS.

           SELECT FLEET-LOG-IN ASSIGN TO WS-BENCH-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLT-FS.

           SELECT COVERAGE-IN ASSIGN TO "wall-coverage.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COV-FS.

           SELECT PUE-FILE ASSIGN TO "room-pue"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PUE-FS.

           SELECT HOSTNAME-FILE ASSIGN TO
               "/proc/sys/kernel/hostname"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOST-FS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  METER-LOG-IN.
       01  MTR-RECORD PIC X(160).

       FD  FLEET-LOG-IN.
      *> a fleet master line is "<host>," ahead of the energy.log
      *> line itself.
       01  FLT-RECORD PIC X(400).

       FD  COVERAGE-IN.
       01  COV-RECORD PIC X(160).

       FD  PUE-FILE.
       01  PUE-RECORD PIC X(120).

       FD  HOSTNAME-FILE.
       01  HOSTNAME-RECORD PIC X(64).

       WORKING-STORAGE SECTION.
       01  REG-FS        PIC XX.
       01  MTR-FS        PIC XX.
       01  FLT-FS        PIC XX.
       01  COV-FS        PIC XX.
       01  PUE-FS        PIC XX.
       01  HOST-FS       PIC XX.
       01  FRU-EOF       PIC X VALUE 'N'.
           88  FRU-AT-END     VALUE 'Y'.
           88  FRU-NOT-AT-END VALUE 'N'.

       01  WS-PERIOD     PIC X(6) VALUE SPACES.
       01  WS-TODAY      PIC X(21).
       01  WS-HOSTNAME   PIC X(40) VALUE "unknown-host".
       01  WS-BENCH-PATH PIC X(40) VALUE "fleet-energy.log".
       01  WS-FLEET-MODE PIC X VALUE 'Y'.
           88  FLEET-MASTER VALUE 'Y'.

       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).
       01  WS-LINE-HOST  PIC X(40).
       01  WS-PTR        PIC 9(4) COMP.

       01  F-TS          PIC X(21).
       01  F-HOST        PIC X(40).
       01  F-DOMAIN      PIC X(24).
       01  F-DELTA       PIC X(15).
       01  F-SECS        PIC X(8).
       01  F-DAY         PIC X(8).
       01  F-WALL-WH     PIC X(20).
       01  F-RAPL-WH     PIC X(20).
       01  F-SITE        PIC X(20).
       01  F-ROOM        PIC X(20).
       01  F-MONTH       PIC X(10).
       01  F-PUE         PIC X(10).
       01  WS-DELTA-NUM  PIC 9(15).
       01  WS-WH-NUM     PIC 9(12)V9(3).
       01  WS-PUE-NUM    PIC 9(3)V9(4).

       01  WS-LOOKUP-HOST PIC X(40).
       01  WS-FOUND      PIC 9(1).
       01  WS-MATCH-IDX  PIC 9(3).

      *> one entry per host; the hierarchy key sorts the table into
      *> roll-up order.
       01  MAX-HOSTS     PIC 9(3) VALUE 300.
       01  HOST-COUNT    PIC 9(3) VALUE 0.
       01  HOST-TABLE.
           05  HOST-ENTRY OCCURS 300 TIMES INDEXED BY HST-IDX.
               10  HST-KEY.
                   15  HST-SITE      PIC X(20).
                   15  HST-ROOM      PIC X(20).
                   15  HST-RACK      PIC X(20).
                   15  HST-PDU       PIC X(20).
                   15  HST-HOST      PIC X(40).
               10  HST-MET-UJ    PIC 9(17).
               10  HST-BENCH-UJ  PIC 9(17).
               10  HST-WALL-WH   PIC 9(12)V9(3).
               10  HST-RAPL-WH   PIC 9(12)V9(3).
               10  HST-FACTOR    PIC 9(3)V9(4).
               10  HST-PUE       PIC 9(3)V9(4).
               10  HST-MET-KWH   PIC 9(11)V9(4).
               10  HST-BENCH-KWH PIC 9(11)V9(4).
               10  HST-FAC-KWH   PIC 9(11)V9(4).
               10  HST-BFAC-KWH  PIC 9(11)V9(4).
       01  TEMP-HOST     PIC X(300).
       01  SWAP-IDX      PIC 9(3).
       01  SORT-CHANGED  PIC X VALUE 'N'.
           88  SORT-DID-CHANGE     VALUE 'Y'.
           88  SORT-DID-NOT-CHANGE VALUE 'N'.

       01  MAX-PUES      PIC 9(3) VALUE 500.
       01  PUE-COUNT     PIC 9(3) VALUE 0.
       01  PUE-TABLE.
           05  PUE-ENTRY OCCURS 500 TIMES INDEXED BY PUE-IDX.
               10  PUE-SITE      PIC X(20).
               10  PUE-ROOM      PIC X(20).
               10  PUE-MONTH     PIC X(6).
               10  PUE-VALUE     PIC 9(3)V9(4).
       01  WS-BEST-MONTH PIC X(6).

      *> the rooms, with their facility totals for the rack shares
      *> and the PUE month each used.
       01  MAX-ROOMS     PIC 9(3) VALUE 100.
       01  ROOM-COUNT    PIC 9(3) VALUE 0.
       01  ROOM-TABLE.
           05  ROOM-ENTRY OCCURS 100 TIMES INDEXED BY ROOM-IDX.
               10  RM-SITE       PIC X(20).
               10  RM-ROOM       PIC X(20).
               10  RM-PUE        PIC 9(3)V9(4).
               10  RM-PUE-MONTH  PIC X(6).
               10  RM-FAC-KWH    PIC 9(11)V9(4).
       01  WS-GRAND-FAC  PIC 9(11)V9(4) VALUE 0.

      *> roll-up accumulators: 1 site, 2 room, 3 rack, 4 PDU,
      *> 5 the whole facility.
       01  LEVEL-TABLE.
           05  LEVEL-ENTRY OCCURS 5 TIMES INDEXED BY LVL-IDX.
               10  LVL-MET-KWH   PIC 9(11)V9(4).
               10  LVL-BENCH-KWH PIC 9(11)V9(4).
               10  LVL-FAC-KWH   PIC 9(11)V9(4).
               10  LVL-BFAC-KWH  PIC 9(11)V9(4).
               10  LVL-HOSTS     PIC 9(3).
       01  WS-BREAK      PIC 9(1).
       01  WS-LEVEL      PIC 9(1).
       01  WS-PREV-KEY.
           05  PREV-SITE     PIC X(20).
           05  PREV-ROOM     PIC X(20).
           05  PREV-RACK     PIC X(20).
           05  PREV-PDU      PIC X(20).
       01  WS-LABEL      PIC X(40).
       01  WS-ROOM-SHARE PIC 9(3)V9(1).
       01  WS-TOTAL-SHARE PIC 9(3)V9(1).
       01  WS-NO-PUE     PIC 9(3) VALUE 0.
       01  WS-NO-COVER   PIC 9(3) VALUE 0.
       01  WS-UNPLACED   PIC 9(3) VALUE 0.

       COPY "reportio.cpy".

       01  MET-DISP      PIC Z(7)9.999.
       01  BENCH-DISP    PIC Z(7)9.999.
       01  FAC-DISP      PIC Z(7)9.999.
       01  BFAC-DISP     PIC Z(8)9.999.
       01  FACTOR-DISP   PIC Z9.999.
       01  PUE-DISP      PIC Z9.99.
       01  SHARE-DISP    PIC ZZ9.9.
       01  SHARE2-DISP   PIC ZZ9.9.
       01  COUNT-DISP    PIC ZZ9.
       01  WS-COVER-MARK PIC X.

       PROCEDURE DIVISION.
       Main-Rollup.
           ACCEPT WS-PERIOD FROM ENVIRONMENT
               "COBJOULES_ROLLUP_PERIOD"
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           IF WS-PERIOD = SPACES
               MOVE WS-TODAY(1:6) TO WS-PERIOD
           END-IF
           IF WS-PERIOD IS NOT NUMERIC
               DISPLAY "facility_rollup: ERROR - "
                   "COBJOULES_ROLLUP_PERIOD must be YYYYMM"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HOSTNAME-FILE
           IF HOST-FS = "00"
               READ HOSTNAME-FILE
                   NOT AT END
                       MOVE FUNCTION TRIM(HOSTNAME-RECORD)
                           TO WS-HOSTNAME
               END-READ
               CLOSE HOSTNAME-FILE
           END-IF

           PERFORM Load-Registry
           PERFORM Load-Metered
           PERFORM Load-Benchmark
           PERFORM Load-Coverage
           PERFORM Load-Pue
           IF HOST-COUNT = 0
               DISPLAY "facility_rollup: no hosts and no energy for "
                   WS-PERIOD
               STOP RUN
           END-IF
           PERFORM Sort-Hosts
           PERFORM Gross-Up-Hosts
           PERFORM Open-Report
           PERFORM Display-Rollup
           PERFORM Close-Report
           STOP RUN.

       Load-Registry.
           SET FRU-NOT-AT-END TO TRUE
           OPEN INPUT REGISTRY-FILE
           IF REG-FS NOT = "00"
               DISPLAY "facility_rollup: WARNING - host-registry.dat "
                   "could not be opened (status " REG-FS ") - every "
                   "host rolls up as UNPLACED"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO REG-HOST
           START REGISTRY-FILE KEY >= REG-HOST
               INVALID KEY
                   SET FRU-AT-END TO TRUE
           END-START
           PERFORM UNTIL FRU-AT-END
               READ REGISTRY-FILE NEXT
                   AT END
                       SET FRU-AT-END TO TRUE
                   NOT AT END
                       MOVE FUNCTION TRIM(REG-HOST) TO WS-LOOKUP-HOST
                       PERFORM Find-Or-Add-Host
                       IF WS-FOUND NOT = 2
                               AND REG-SITE NOT = SPACES
                           MOVE REG-SITE TO HST-SITE(HST-IDX)
                           MOVE REG-ROOM TO HST-ROOM(HST-IDX)
                           MOVE REG-RACK TO HST-RACK(HST-IDX)
                           MOVE REG-PDU TO HST-PDU(HST-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           .

       Find-Or-Add-Host.
      *> WS-FOUND: 1 = usable at HST-IDX, 2 = table full.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX > HOST-COUNT OR WS-FOUND = 1
               IF HST-HOST(HST-IDX) = WS-LOOKUP-HOST
                   MOVE 1 TO WS-FOUND
                   MOVE HST-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET HST-IDX TO WS-MATCH-IDX
               EXIT PARAGRAPH
           END-IF
           IF HOST-COUNT >= MAX-HOSTS
               DISPLAY "facility_rollup: WARNING - host table full ("
                   MAX-HOSTS "), dropping "
                   FUNCTION TRIM(WS-LOOKUP-HOST)
               MOVE 2 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOST-COUNT
           SET HST-IDX TO HOST-COUNT
           MOVE "UNPLACED" TO HST-SITE(HST-IDX)
           MOVE "-" TO HST-ROOM(HST-IDX) HST-RACK(HST-IDX)
               HST-PDU(HST-IDX)
           MOVE WS-LOOKUP-HOST TO HST-HOST(HST-IDX)
           MOVE 0 TO HST-MET-UJ(HST-IDX) HST-BENCH-UJ(HST-IDX)
               HST-WALL-WH(HST-IDX) HST-RAPL-WH(HST-IDX)
           MOVE 1 TO WS-FOUND
           .

       Load-Metered.
           SET FRU-NOT-AT-END TO TRUE
           OPEN INPUT METER-LOG-IN
           IF MTR-FS NOT = "00"
               DISPLAY "facility_rollup: WARNING - no host-meter.log "
                   "(status " MTR-FS ") - metered energy is zero"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FRU-AT-END
               READ METER-LOG-IN
                   AT END
                       SET FRU-AT-END TO TRUE
                   NOT AT END
                       PERFORM Tally-Meter-Line
               END-READ
           END-PERFORM
           CLOSE METER-LOG-IN
           .

       Tally-Meter-Line.
           MOVE SPACES TO F-TS F-HOST F-DOMAIN F-DELTA F-SECS
           UNSTRING MTR-RECORD DELIMITED BY ","
               INTO F-TS F-HOST F-DOMAIN F-DELTA F-SECS
           END-UNSTRING
      *> package domains only - the whole-socket selection
      *> meter_report and batch_driver's reconciliation make.
           IF F-TS(1:6) NOT = WS-PERIOD
                   OR F-DOMAIN(1:7) NOT = "package"
                   OR FUNCTION TRIM(F-HOST) = SPACES
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-DELTA)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(F-HOST) TO WS-LOOKUP-HOST
           PERFORM Find-Or-Add-Host
           IF WS-FOUND = 2
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DELTA-NUM = FUNCTION NUMVAL(
               FUNCTION TRIM(F-DELTA))
           ADD WS-DELTA-NUM TO HST-MET-UJ(HST-IDX)
           .

       Load-Benchmark.
           SET FRU-NOT-AT-END TO TRUE
           OPEN INPUT FLEET-LOG-IN
           IF FLT-FS NOT = "00"
      *> no fleet master - this host's own log is the only record
      *> of what the benchmarks measured.
               MOVE 'N' TO WS-FLEET-MODE
               MOVE "energy.log" TO WS-BENCH-PATH
               OPEN INPUT FLEET-LOG-IN
               IF FLT-FS NOT = "00"
                   DISPLAY "facility_rollup: WARNING - neither "
                       "fleet-energy.log nor energy.log could be "
                       "opened - benchmark energy is zero"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM UNTIL FRU-AT-END
               READ FLEET-LOG-IN
                   AT END
                       SET FRU-AT-END TO TRUE
                   NOT AT END
                       PERFORM Tally-Bench-Line
               END-READ
           END-PERFORM
           CLOSE FLEET-LOG-IN
           .

       Tally-Bench-Line.
           MOVE SPACES TO ELOG-RAW-LINE
           IF FLEET-MASTER
               MOVE SPACES TO WS-LINE-HOST
               MOVE 1 TO WS-PTR
               UNSTRING FLT-RECORD DELIMITED BY ","
                   INTO WS-LINE-HOST
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-PTR > LENGTH OF FLT-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE FLT-RECORD(WS-PTR:) TO ELOG-RAW-LINE
           ELSE
               MOVE WS-HOSTNAME TO WS-LINE-HOST
               MOVE FLT-RECORD TO ELOG-RAW-LINE
           END-IF
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF NOT ELOG-LINE-VALID
                   OR ELOG-DOMAIN(1:7) NOT = "package"
               EXIT PARAGRAPH
           END-IF
      *> a monthly summary stands in for its rolled-up detail.
           EVALUATE TRUE
               WHEN ELOG-IS-DATA
                   IF ELOG-TIMESTAMP(1:6) NOT = WS-PERIOD
                       EXIT PARAGRAPH
                   END-IF
               WHEN ELOG-IS-SUMMARY
                   IF ELOG-SUM-PERIOD NOT = WS-PERIOD
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF ELOG-IS-DATA
               MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-VOID-LOOKUP
               CALL "run_void_check" USING WS-VOID-LOOKUP
                   WS-VOIDED-FLAG
               IF WS-VOIDED-FLAG = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE FUNCTION TRIM(WS-LINE-HOST) TO WS-LOOKUP-HOST
           PERFORM Find-Or-Add-Host
           IF WS-FOUND = 2
               EXIT PARAGRAPH
           END-IF
           ADD ELOG-DELTA-UJ TO HST-BENCH-UJ(HST-IDX)
           .

       Load-Coverage.
           SET FRU-NOT-AT-END TO TRUE
           OPEN INPUT COVERAGE-IN
           IF COV-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FRU-AT-END
               READ COVERAGE-IN
                   AT END
                       SET FRU-AT-END TO TRUE
                   NOT AT END
                       PERFORM Tally-Coverage-Line
               END-READ
           END-PERFORM
           CLOSE COVERAGE-IN
           .

       Tally-Coverage-Line.
      *> "<day>,<host>,<wall Wh>,<RAPL Wh>,<coverage pct>" - the
      *> month's factor is its summed wall over its summed RAPL, so
      *> a busy day weighs more than an idle one.
           MOVE SPACES TO F-DAY F-HOST F-WALL-WH F-RAPL-WH
           UNSTRING COV-RECORD DELIMITED BY ","
               INTO F-DAY F-HOST F-WALL-WH F-RAPL-WH
           END-UNSTRING
           IF F-DAY(1:6) NOT = WS-PERIOD
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-WALL-WH)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-RAPL-WH)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX > HOST-COUNT OR WS-FOUND = 1
               IF HST-HOST(HST-IDX) = FUNCTION TRIM(F-HOST)
                   MOVE 1 TO WS-FOUND
                   MOVE HST-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           SET HST-IDX TO WS-MATCH-IDX
           COMPUTE WS-WH-NUM = FUNCTION NUMVAL(
               FUNCTION TRIM(F-WALL-WH))
           ADD WS-WH-NUM TO HST-WALL-WH(HST-IDX)
           COMPUTE WS-WH-NUM = FUNCTION NUMVAL(
               FUNCTION TRIM(F-RAPL-WH))
           ADD WS-WH-NUM TO HST-RAPL-WH(HST-IDX)
           .

       Load-Pue.
           SET FRU-NOT-AT-END TO TRUE
           OPEN INPUT PUE-FILE
           IF PUE-FS NOT = "00"
               DISPLAY "facility_rollup: WARNING - no room-pue file "
                   "(status " PUE-FS ") - every room taken at PUE "
                   "1.00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FRU-AT-END
               READ PUE-FILE
                   AT END
                       SET FRU-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Pue-Record
               END-READ
           END-PERFORM
           CLOSE PUE-FILE
           .

       Load-Pue-Record.
           IF PUE-RECORD = SPACES OR PUE-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-SITE F-ROOM F-MONTH F-PUE
           UNSTRING PUE-RECORD DELIMITED BY ","
               INTO F-SITE F-ROOM F-MONTH F-PUE
           END-UNSTRING
           IF F-MONTH(1:6) IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-PUE)) NOT = 0
               DISPLAY "facility_rollup: WARNING - unusable room-pue "
                   "record skipped: " FUNCTION TRIM(PUE-RECORD)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PUE-NUM = FUNCTION NUMVAL(FUNCTION TRIM(F-PUE))
           IF WS-PUE-NUM < 1
               DISPLAY "facility_rollup: WARNING - room-pue record "
                   "below 1.00 skipped: " FUNCTION TRIM(PUE-RECORD)
               EXIT PARAGRAPH
           END-IF
           IF PUE-COUNT >= MAX-PUES
               DISPLAY "facility_rollup: WARNING - room-pue table "
                   "full (" MAX-PUES "), record skipped: "
                   FUNCTION TRIM(PUE-RECORD)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PUE-COUNT
           SET PUE-IDX TO PUE-COUNT
           MOVE FUNCTION TRIM(F-SITE) TO PUE-SITE(PUE-IDX)
           MOVE FUNCTION TRIM(F-ROOM) TO PUE-ROOM(PUE-IDX)
           MOVE F-MONTH(1:6) TO PUE-MONTH(PUE-IDX)
           MOVE WS-PUE-NUM TO PUE-VALUE(PUE-IDX)
           .

       Sort-Hosts.
      *> into hierarchy order - the small-table exchange sort
      *> energy_report ranks with.
           PERFORM WITH TEST AFTER UNTIL SORT-DID-NOT-CHANGE
               SET SORT-DID-NOT-CHANGE TO TRUE
               PERFORM VARYING HST-IDX FROM 1 BY 1
                   UNTIL HST-IDX > HOST-COUNT - 1
                   SET SWAP-IDX TO HST-IDX
                   ADD 1 TO SWAP-IDX
                   IF HST-KEY(HST-IDX) > HST-KEY(SWAP-IDX)
                       MOVE HOST-ENTRY(HST-IDX) TO TEMP-HOST
                       MOVE HOST-ENTRY(SWAP-IDX)
                           TO HOST-ENTRY(HST-IDX)
                       MOVE TEMP-HOST TO HOST-ENTRY(SWAP-IDX)
                       SET SORT-DID-CHANGE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       Gross-Up-Hosts.
           PERFORM VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX > HOST-COUNT
               PERFORM Find-Room-Pue
      *> 1 kWh = 3.6e12 uJ, the conversion meter_report uses.
               COMPUTE HST-MET-KWH(HST-IDX) ROUNDED =
                   HST-MET-UJ(HST-IDX) / 3600000000000
               COMPUTE HST-BENCH-KWH(HST-IDX) ROUNDED =
                   HST-BENCH-UJ(HST-IDX) / 3600000000000
               IF HST-RAPL-WH(HST-IDX) > 0
                   COMPUTE HST-FACTOR(HST-IDX) ROUNDED =
                       HST-WALL-WH(HST-IDX) / HST-RAPL-WH(HST-IDX)
               ELSE
                   MOVE 1 TO HST-FACTOR(HST-IDX)
                   IF HST-MET-UJ(HST-IDX) > 0
                           OR HST-BENCH-UJ(HST-IDX) > 0
                       ADD 1 TO WS-NO-COVER
                   END-IF
               END-IF
               COMPUTE HST-FAC-KWH(HST-IDX) ROUNDED =
                   HST-MET-KWH(HST-IDX) * HST-FACTOR(HST-IDX)
                   * HST-PUE(HST-IDX)
               COMPUTE HST-BFAC-KWH(HST-IDX) ROUNDED =
                   HST-BENCH-KWH(HST-IDX) * HST-FACTOR(HST-IDX)
                   * HST-PUE(HST-IDX)
               ADD HST-FAC-KWH(HST-IDX) TO RM-FAC-KWH(ROOM-IDX)
               ADD HST-FAC-KWH(HST-IDX) TO WS-GRAND-FAC
               IF HST-SITE(HST-IDX) = "UNPLACED"
                   ADD 1 TO WS-UNPLACED
               END-IF
           END-PERFORM
           .

       Find-Room-Pue.
      *> the room's entry, added on first sight with the PUE for
      *> the period: its own month, else its latest earlier one.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX > ROOM-COUNT OR WS-FOUND = 1
               IF RM-SITE(ROOM-IDX) = HST-SITE(HST-IDX)
                       AND RM-ROOM(ROOM-IDX) = HST-ROOM(HST-IDX)
                   MOVE 1 TO WS-FOUND
                   MOVE ROOM-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET ROOM-IDX TO WS-MATCH-IDX
               MOVE RM-PUE(ROOM-IDX) TO HST-PUE(HST-IDX)
               EXIT PARAGRAPH
           END-IF
           IF ROOM-COUNT < MAX-ROOMS
               ADD 1 TO ROOM-COUNT
           END-IF
           SET ROOM-IDX TO ROOM-COUNT
           MOVE HST-SITE(HST-IDX) TO RM-SITE(ROOM-IDX)
           MOVE HST-ROOM(HST-IDX) TO RM-ROOM(ROOM-IDX)
           MOVE 1 TO RM-PUE(ROOM-IDX)
           MOVE SPACES TO RM-PUE-MONTH(ROOM-IDX) WS-BEST-MONTH
           MOVE 0 TO RM-FAC-KWH(ROOM-IDX)
           PERFORM VARYING PUE-IDX FROM 1 BY 1
               UNTIL PUE-IDX > PUE-COUNT
               IF PUE-SITE(PUE-IDX) = HST-SITE(HST-IDX)
                       AND PUE-ROOM(PUE-IDX) = HST-ROOM(HST-IDX)
                       AND PUE-MONTH(PUE-IDX) <= WS-PERIOD
                       AND PUE-MONTH(PUE-IDX) >= WS-BEST-MONTH
                   MOVE PUE-MONTH(PUE-IDX) TO WS-BEST-MONTH
                   MOVE PUE-VALUE(PUE-IDX) TO RM-PUE(ROOM-IDX)
               END-IF
           END-PERFORM
           MOVE WS-BEST-MONTH TO RM-PUE-MONTH(ROOM-IDX)
           IF WS-BEST-MONTH = SPACES
               ADD 1 TO WS-NO-PUE
           END-IF
           MOVE RM-PUE(ROOM-IDX) TO HST-PUE(HST-IDX)
           .

       Open-Report.
           MOVE "OPEN" TO RPT-ACTION
           MOVE "facility_rollup" TO RPT-PROGRAM
           MOVE "Facility energy roll-up" TO RPT-TITLE
           MOVE SPACES TO RPT-PARMS
           STRING "period=" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " benchmark=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BENCH-PATH) DELIMITED BY SIZE
               INTO RPT-PARMS
           CALL "report_writer" USING REPORT-REQUEST
           .

       Close-Report.
           MOVE "CLOSE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           .

       Write-Report-Line.
           MOVE "LINE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           .

       Display-Rollup.
           MOVE "Level / name                     Metered kWh"
               & "    Bench kWh Wall x    PUE Facility kWh  Be"
               & "nch fac kWh  Share room/fac" TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING LVL-IDX FROM 1 BY 1 UNTIL LVL-IDX > 5
               PERFORM Reset-Level
           END-PERFORM
           MOVE LOW-VALUES TO WS-PREV-KEY

      *> classic control break: a change at one level closes every
      *> level beneath it, then opens the new ones.
           PERFORM VARYING HST-IDX FROM 1 BY 1
               UNTIL HST-IDX > HOST-COUNT
               EVALUATE TRUE
                   WHEN HST-SITE(HST-IDX) NOT = PREV-SITE
                       MOVE 1 TO WS-BREAK
                   WHEN HST-ROOM(HST-IDX) NOT = PREV-ROOM
                       MOVE 2 TO WS-BREAK
                   WHEN HST-RACK(HST-IDX) NOT = PREV-RACK
                       MOVE 3 TO WS-BREAK
                   WHEN HST-PDU(HST-IDX) NOT = PREV-PDU
                       MOVE 4 TO WS-BREAK
                   WHEN OTHER
                       MOVE 5 TO WS-BREAK
               END-EVALUATE
               IF HST-IDX > 1
                   PERFORM VARYING WS-LEVEL FROM 4 BY -1
                       UNTIL WS-LEVEL < WS-BREAK
                       PERFORM Display-Level-Total
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-LEVEL FROM WS-BREAK BY 1
                   UNTIL WS-LEVEL > 4
                   PERFORM Display-Level-Heading
               END-PERFORM
               MOVE HST-SITE(HST-IDX) TO PREV-SITE
               MOVE HST-ROOM(HST-IDX) TO PREV-ROOM
               MOVE HST-RACK(HST-IDX) TO PREV-RACK
               MOVE HST-PDU(HST-IDX) TO PREV-PDU
               PERFORM Display-Host
           END-PERFORM
           SET HST-IDX TO HOST-COUNT
           PERFORM VARYING WS-LEVEL FROM 4 BY -1 UNTIL WS-LEVEL < 1
               PERFORM Display-Level-Total
           END-PERFORM
           MOVE 5 TO WS-LEVEL
           PERFORM Display-Level-Total

           IF WS-NO-COVER > 0
               MOVE WS-NO-COVER TO COUNT-DISP
               MOVE SPACES TO RPT-LINE
               STRING "* " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      " host(s) have no wall coverage figure for "
                          DELIMITED BY SIZE
                      "the month (wall_import) - their IT energy is "
                          DELIMITED BY SIZE
                      "the RAPL figure" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           IF WS-NO-PUE > 0
               MOVE WS-NO-PUE TO COUNT-DISP
               MOVE SPACES TO RPT-LINE
               STRING "** " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      " room(s) have no PUE on or before "
                          DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                      " in room-pue - taken at 1.00, so their "
                          DELIMITED BY SIZE
                      "facility figure is understated **"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           IF WS-UNPLACED > 0
               MOVE WS-UNPLACED TO COUNT-DISP
               MOVE SPACES TO RPT-LINE
               STRING "** " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      " host(s) have no position in host-registry."
                          DELIMITED BY SIZE
                      "dat - place them with host_registry LOCATE **"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           .

       Reset-Level.
           MOVE 0 TO LVL-MET-KWH(LVL-IDX) LVL-BENCH-KWH(LVL-IDX)
               LVL-FAC-KWH(LVL-IDX) LVL-BFAC-KWH(LVL-IDX)
               LVL-HOSTS(LVL-IDX)
           .

       Display-Level-Heading.
           MOVE SPACES TO RPT-LINE
           EVALUATE WS-LEVEL
               WHEN 1
                   MOVE SPACES TO RPT-LINE
                   PERFORM Write-Report-Line
                   STRING "SITE " DELIMITED BY SIZE
                          FUNCTION TRIM(HST-SITE(HST-IDX))
                              DELIMITED BY SIZE
                       INTO RPT-LINE
               WHEN 2
                   PERFORM Locate-Host-Room
                   MOVE RM-PUE(ROOM-IDX) TO PUE-DISP
                   IF RM-PUE-MONTH(ROOM-IDX) = SPACES
                       STRING "  ROOM " DELIMITED BY SIZE
                              FUNCTION TRIM(HST-ROOM(HST-IDX))
                                  DELIMITED BY SIZE
                              "  (no PUE on file - 1.00 used)"
                                  DELIMITED BY SIZE
                           INTO RPT-LINE
                   ELSE
                       STRING "  ROOM " DELIMITED BY SIZE
                              FUNCTION TRIM(HST-ROOM(HST-IDX))
                                  DELIMITED BY SIZE
                              "  (PUE " DELIMITED BY SIZE
                              FUNCTION TRIM(PUE-DISP)
                                  DELIMITED BY SIZE
                              " from " DELIMITED BY SIZE
                              RM-PUE-MONTH(ROOM-IDX)
                                  DELIMITED BY SIZE
                              ")" DELIMITED BY SIZE
                           INTO RPT-LINE
                   END-IF
               WHEN 3
                   STRING "    RACK " DELIMITED BY SIZE
                          FUNCTION TRIM(HST-RACK(HST-IDX))
                              DELIMITED BY SIZE
                       INTO RPT-LINE
               WHEN 4
                   STRING "      PDU " DELIMITED BY SIZE
                          FUNCTION TRIM(HST-PDU(HST-IDX))
                              DELIMITED BY SIZE
                       INTO RPT-LINE
           END-EVALUATE
           PERFORM Write-Report-Line
           .

       Locate-Host-Room.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX >= ROOM-COUNT
                   OR (RM-SITE(ROOM-IDX) = HST-SITE(HST-IDX)
                       AND RM-ROOM(ROOM-IDX) = HST-ROOM(HST-IDX))
               CONTINUE
           END-PERFORM
           .

       Display-Host.
           MOVE SPACES TO WS-LABEL
           STRING "        " DELIMITED BY SIZE
                  FUNCTION TRIM(HST-HOST(HST-IDX)) DELIMITED BY SIZE
               INTO WS-LABEL
           MOVE HST-MET-KWH(HST-IDX) TO MET-DISP
           MOVE HST-BENCH-KWH(HST-IDX) TO BENCH-DISP
           MOVE HST-FACTOR(HST-IDX) TO FACTOR-DISP
           MOVE HST-PUE(HST-IDX) TO PUE-DISP
           MOVE HST-FAC-KWH(HST-IDX) TO FAC-DISP
           MOVE HST-BFAC-KWH(HST-IDX) TO BFAC-DISP
           MOVE SPACE TO WS-COVER-MARK
           IF HST-RAPL-WH(HST-IDX) = 0
               MOVE "*" TO WS-COVER-MARK
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING WS-LABEL(1:32) DELIMITED BY SIZE
                  MET-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BENCH-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FACTOR-DISP DELIMITED BY SIZE
                  WS-COVER-MARK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PUE-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FAC-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BFAC-DISP DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING LVL-IDX FROM 1 BY 1 UNTIL LVL-IDX > 5
               ADD HST-MET-KWH(HST-IDX) TO LVL-MET-KWH(LVL-IDX)
               ADD HST-BENCH-KWH(HST-IDX) TO LVL-BENCH-KWH(LVL-IDX)
               ADD HST-FAC-KWH(HST-IDX) TO LVL-FAC-KWH(LVL-IDX)
               ADD HST-BFAC-KWH(HST-IDX) TO LVL-BFAC-KWH(LVL-IDX)
               ADD 1 TO LVL-HOSTS(LVL-IDX)
           END-PERFORM
           .

       Display-Level-Total.
      *> the level's names come from PREV-, the host just closed.
           MOVE SPACES TO WS-LABEL
           EVALUATE WS-LEVEL
               WHEN 1
                   STRING "SITE " DELIMITED BY SIZE
                          FUNCTION TRIM(PREV-SITE) DELIMITED BY SIZE
                          " total" DELIMITED BY SIZE
                       INTO WS-LABEL
               WHEN 2
                   STRING "  ROOM " DELIMITED BY SIZE
                          FUNCTION TRIM(PREV-ROOM) DELIMITED BY SIZE
                          " total" DELIMITED BY SIZE
                       INTO WS-LABEL
               WHEN 3
                   STRING "    RACK " DELIMITED BY SIZE
                          FUNCTION TRIM(PREV-RACK) DELIMITED BY SIZE
                          " total" DELIMITED BY SIZE
                       INTO WS-LABEL
               WHEN 4
                   STRING "      PDU " DELIMITED BY SIZE
                          FUNCTION TRIM(PREV-PDU) DELIMITED BY SIZE
                          " total" DELIMITED BY SIZE
                       INTO WS-LABEL
               WHEN 5
                   MOVE SPACES TO RPT-LINE
                   PERFORM Write-Report-Line
                   MOVE "FACILITY TOTAL" TO WS-LABEL
           END-EVALUATE
           SET LVL-IDX TO WS-LEVEL
           MOVE LVL-MET-KWH(LVL-IDX) TO MET-DISP
           MOVE LVL-BENCH-KWH(LVL-IDX) TO BENCH-DISP
           MOVE LVL-FAC-KWH(LVL-IDX) TO FAC-DISP
           MOVE LVL-BFAC-KWH(LVL-IDX) TO BFAC-DISP
           MOVE SPACES TO RPT-LINE
           STRING WS-LABEL(1:32) DELIMITED BY SIZE
                  MET-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BENCH-DISP DELIMITED BY SIZE
                  "               " DELIMITED BY SIZE
                  FAC-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BFAC-DISP DELIMITED BY SIZE
               INTO RPT-LINE
      *> a rack's share of its room and of the whole facility.
           IF WS-LEVEL = 3
               PERFORM Locate-Prev-Room
               MOVE 0 TO WS-ROOM-SHARE WS-TOTAL-SHARE
               IF RM-FAC-KWH(ROOM-IDX) > 0
                   COMPUTE WS-ROOM-SHARE ROUNDED =
                       LVL-FAC-KWH(LVL-IDX) * 100
                       / RM-FAC-KWH(ROOM-IDX)
               END-IF
               IF WS-GRAND-FAC > 0
                   COMPUTE WS-TOTAL-SHARE ROUNDED =
                       LVL-FAC-KWH(LVL-IDX) * 100 / WS-GRAND-FAC
               END-IF
               MOVE WS-ROOM-SHARE TO SHARE-DISP
               MOVE WS-TOTAL-SHARE TO SHARE2-DISP
               STRING SHARE-DISP DELIMITED BY SIZE
                      "% /" DELIMITED BY SIZE
                      SHARE2-DISP DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO RPT-LINE(102:16)
           END-IF
           PERFORM Write-Report-Line
           PERFORM Reset-Level
           .

       Locate-Prev-Room.
           PERFORM VARYING ROOM-IDX FROM 1 BY 1
               UNTIL ROOM-IDX >= ROOM-COUNT
                   OR (RM-SITE(ROOM-IDX) = PREV-SITE
                       AND RM-ROOM(ROOM-IDX) = PREV-ROOM)
               CONTINUE
           END-PERFORM
           .

       END PROGRAM facility-rollup.
