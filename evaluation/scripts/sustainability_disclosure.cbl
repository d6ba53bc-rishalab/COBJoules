       IDENTIFICATION DIVISION.
       PROGRAM-ID. sustainability-disclosure.
       AUTHOR. Shiva9361.

      *> Annual sustainability disclosure: the yearly submission was
      *> pieced together by hand from energy_carbon runs,
      *> cost_invoice totals and wall_import coverage figures, with
      *> the methodology rewritten from memory each year. This
      *> year-end job produces the one document, through
      *> report_writer, from the records those programs keep:
      *>
      *>   1  measured energy by cost center and month - the data
      *>      lines in energy-archive.log and energy.log (and
      *>      archive_summarize's monthly summary records) for the
      *>      year, every domain, the same lines
      *>      energy_budget_post posts; programs map to centers as
      *>      cost_invoice maps them (the benchmark master, else
      *>      "cost-centers" / COBJOULES_COST_CENTERS, else its
      *>      DEFAULT, else UNASSIGNED)
      *>   2  wall- and facility-grossed totals by month - the
      *>      month's wall-versus-RAPL factor for this host from
      *>      wall-coverage.log (the year's factor for a month with
      *>      no coverage days, 1.000 with neither), then the PUE of
      *>      the host's room (host-registry.dat position, "room-pue"
      *>      - its latest figure on or before the month, 1.00 with
      *>      none), as facility_rollup grosses them
      *>   3  emissions - each line priced at the carbon schedule's
      *>      factor for its site-clock hour, as energy_carbon does
      *>      ("carbon-schedule" / COBJOULES_CARBON_SCHEDULE); a
      *>      summary record or a line in an hour no band covers is
      *>      priced at the schedule's 24-hour mean; reported on the
      *>      measured and on the facility basis
      *>   4  coverage and uncertainty - the factors above with the
      *>      days behind them, the measurement floor bound (each
      *>      line's domain floor from host-noise-profile, summed
      *>      over the lines used), and the sweep tie-out record
      *>      (sweep-tieout.log)
      *>   5  voided-run exclusions - every run the run-voids
      *>      register lists, with the lines and energy left out
      *>   6  methodology - each input file with its fingerprint
      *>      (file_fingerprint, crc:bytes), records read and used
      *>      and the control total taken from it, the invoiced
      *>      energy in energy-budget-ledger tied to the measured
      *>      total, and the settings in force
      *>
      *> So the figures can be reproduced when the auditors ask,
      *> every run appends its fingerprints and headline figures to
      *> "disclosure-control":
      *>   <year>,<run ts>,FILE,<file>,<fingerprint>,<read>,<used>,
      *>       <control total>
      *>   <year>,<run ts>,FIGURE,<name>,<value>
      *> and a run with COBJOULES_DISCLOSURE_VERIFY=Y recomputes
      *> the document and compares it with the year's latest
      *> control set instead of adding one - REPRODUCED, or every
      *> figure that differs (return code 1). The figures are the
      *> year's rows only - among them the count and uJ of the
      *> energy lines selected and of the ledger records - so the
      *> logs growing after year end, or retention moving lines
      *> into the archive, do not upset the verdict; a whole-file
      *> fingerprint that has moved is listed for information.
      *>
      *> COBJOULES_DISCLOSURE_YEAR   (optional) - YYYY, default the
      *>     year before the current one (the natural year-end run).
      *> COBJOULES_DISCLOSURE_VERIFY (optional) - Y to verify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-LOG-IN ASSIGN TO "energy-archive.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FS.

           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DSC-FS.

           SELECT LEDGER-FILE ASSIGN TO "energy-budget-ledger"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LED-FS.

           SELECT COVERAGE-IN ASSIGN TO "wall-coverage.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COV-FS.

           SELECT PUE-FILE ASSIGN TO "room-pue"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PUE-FS.

           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCHED-FS.

           SELECT MAPPING-FILE ASSIGN TO WS-MAPPING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAP-FS.

           SELECT NOISE-PROFILE-IN ASSIGN TO "host-noise-profile"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS NSP-FS.

           SELECT TIEOUT-LOG ASSIGN TO "sweep-tieout.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TIE-FS.

           SELECT CONTROL-FILE ASSIGN TO "disclosure-control"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-FS.

           SELECT VOID-FILE ASSIGN TO "run-voids"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS VOID-FS.

           SELECT REGISTRY-FILE ASSIGN TO "host-registry.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY REG-HOST
               FILE STATUS IS REG-FS.

           SELECT HOSTNAME-FILE ASSIGN TO
               "/proc/sys/kernel/hostname"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-LOG-IN.
       01  ARCH-RECORD PIC X(320).

       FD  ENERGY-LOG-IN.
       01  DSC-RECORD PIC X(320).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD PIC X(80).

       FD  COVERAGE-IN.
       01  COV-RECORD PIC X(160).

       FD  PUE-FILE.
       01  PUE-RECORD PIC X(120).

       FD  SCHEDULE-FILE.
       01  SCHED-RECORD PIC X(40).

       FD  MAPPING-FILE.
       01  MAPPING-RECORD PIC X(60).

       FD  NOISE-PROFILE-IN.
       01  NSP-RECORD PIC X(160).

       FD  TIEOUT-LOG.
       01  TIEOUT-RECORD PIC X(240).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD PIC X(200).

       FD  VOID-FILE.
       01  VOID-RECORD PIC X(120).

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

       FD  HOSTNAME-FILE.
       01  HOSTNAME-RECORD PIC X(64).

       WORKING-STORAGE SECTION.
       01  DSC-FS        PIC XX.
       01  ARCH-FS       PIC XX.
       01  LED-FS        PIC XX.
       01  COV-FS        PIC XX.
       01  PUE-FS        PIC XX.
       01  SCHED-FS      PIC XX.
       01  MAP-FS        PIC XX.
       01  NSP-FS        PIC XX.
       01  TIE-FS        PIC XX.
       01  CTL-FS        PIC XX.
       01  VOID-FS       PIC XX.
       01  REG-FS        PIC XX.
       01  HOST-FS       PIC XX.
       01  DSC-EOF       PIC X VALUE 'N'.
           88  DSC-AT-END     VALUE 'Y'.
           88  DSC-NOT-AT-END VALUE 'N'.

       01  WS-YEAR       PIC X(4) VALUE SPACES.
       01  WS-YEAR-NUM   PIC 9(4).
       01  WS-VERIFY     PIC X VALUE SPACES.
           88  VERIFY-MODE VALUE 'Y' 'y'.
       01  WS-TODAY      PIC X(21).
       01  WS-STAMP      PIC X(14).
       01  WS-HOSTNAME   PIC X(40) VALUE "unknown-host".
       01  WS-SITE       PIC X(20) VALUE SPACES.
       01  WS-ROOM       PIC X(20) VALUE SPACES.
       01  WS-SCHEDULE-PATH PIC X(100) VALUE "carbon-schedule".
       01  WS-SCHEDULE-ENV  PIC X(100) VALUE SPACES.
       01  WS-MAPPING-PATH  PIC X(100) VALUE "cost-centers".
       01  WS-MAPPING-ENV   PIC X(100) VALUE SPACES.

       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).
       01  WS-MONTH      PIC 9(2).
       01  WS-LINE-HOUR  PIC 9(2).

      *> the carbon schedule, as energy_carbon loads it.
       01  F-SCHED-RANGE PIC X(10).
       01  F-SCHED-GCO2  PIC X(15).
       01  F-HOUR-FROM   PIC X(4).
       01  F-HOUR-TO     PIC X(4).
       01  MAX-BANDS     PIC 9(2) VALUE 12.
       01  BAND-COUNT    PIC 9(2) VALUE 0.
       01  BAND-TABLE.
           05  BAND-ENTRY OCCURS 12 TIMES INDEXED BY BAND-IDX.
               10  BAND-FROM-HH PIC 9(2).
               10  BAND-TO-HH   PIC 9(2).
               10  BAND-GCO2    PIC 9(5)V9(2) COMP-3.
       01  WS-FACTOR     PIC 9(5)V9(2) COMP-3.
       01  WS-FACTOR-FOUND PIC 9(1).
       01  WS-MEAN-FACTOR PIC 9(5)V9(2) COMP-3 VALUE 0.
       01  WS-HOURS-COVERED PIC 9(2) VALUE 0.
       01  WS-FACTOR-SUM PIC 9(7)V9(2) COMP-3 VALUE 0.
       01  WS-HOUR       PIC 9(2).
       01  WS-KWH        PIC S9(9)V9(12) COMP-3.
       01  WS-GRAMS      PIC S9(9)V9(4) COMP-3.

      *> program-to-center mapping, cost_invoice's.
       COPY "benchmst.cpy".
       01  F-MAP-PROG    PIC X(20).
       01  F-MAP-CENTER  PIC X(20).
       01  MAX-MAPS      PIC 9(2) VALUE 50.
       01  MAP-COUNT     PIC 9(2) VALUE 0.
       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 50 TIMES INDEXED BY MAP-IDX.
               10  MAP-PROG   PIC X(20).
               10  MAP-CENTER PIC X(20).
       01  WS-DEFAULT-CENTER PIC X(20) VALUE SPACES.
       01  WS-LOOKUP-CENTER  PIC X(20).
       01  WS-LOOKUP-NAME PIC X(20).

      *> each program seen, with its center, so the benchmark
      *> master is asked once per program rather than per line.
       01  MAX-PROGS     PIC 9(2) VALUE 60.
       01  PROG-COUNT    PIC 9(2) VALUE 0.
       01  PROG-TABLE.
           05  PROG-ENTRY OCCURS 60 TIMES INDEXED BY PROG-IDX.
               10  PROG-NAME   PIC X(20).
               10  PROG-CTR    PIC 9(2).

      *> center by month: measured uJ and measured-basis grams,
      *> with the ledger's invoiced uJ for the year.
       01  MAX-CENTERS   PIC 9(2) VALUE 30.
       01  CENTER-COUNT  PIC 9(2) VALUE 0.
       01  CENTER-TABLE.
           05  CENTER-ENTRY OCCURS 30 TIMES INDEXED BY CTR-IDX.
               10  CTR-NAME      PIC X(20).
               10  CTR-MONTH OCCURS 12 TIMES.
                   15  CTR-UJ        PIC 9(17).
                   15  CTR-GRAMS     PIC S9(11)V9(4) COMP-3.
               10  CTR-LEDGER-UJ PIC S9(17).
               10  CTR-INVOICES  PIC 9(4).
       01  TEMP-CENTER   PIC X(400).
       01  WS-FOUND      PIC 9(1).
       01  WS-MATCH-IDX  PIC 9(2).
       01  SWAP-IDX      PIC 9(2).
       01  WS-SORT-CHANGED PIC X.

      *> the year by month: coverage, PUE and the grossed totals.
       01  MONTH-TABLE.
           05  MONTH-ENTRY OCCURS 12 TIMES INDEXED BY MON-IDX.
               10  MON-UJ        PIC 9(17).
               10  MON-GRAMS     PIC S9(11)V9(4) COMP-3.
               10  MON-WALL-WH   PIC 9(12)V9(3).
               10  MON-RAPL-WH   PIC 9(12)V9(3).
               10  MON-DAYS      PIC 9(3).
               10  MON-MIN-PCT   PIC 9(5)V9(2).
               10  MON-MAX-PCT   PIC 9(5)V9(2).
               10  MON-FACTOR    PIC 9(3)V9(4).
               10  MON-FACTOR-SRC PIC X(4).
               10  MON-PUE       PIC 9(3)V9(4).
               10  MON-PUE-FROM  PIC X(6).
               10  MON-MEAS-KWH  PIC 9(11)V9(4).
               10  MON-WALL-KWH  PIC 9(11)V9(4).
               10  MON-FAC-KWH   PIC 9(11)V9(4).
               10  MON-FAC-GRAMS PIC S9(11)V9(4) COMP-3.
       01  WS-YEAR-WALL-WH PIC 9(13)V9(3) VALUE 0.
       01  WS-YEAR-RAPL-WH PIC 9(13)V9(3) VALUE 0.
       01  WS-YEAR-FACTOR PIC 9(3)V9(4) VALUE 1.
       01  WS-YEAR-DAYS  PIC 9(4) VALUE 0.
       01  WS-DAY-PCT    PIC 9(5)V9(2).
       01  WS-YYYYMM     PIC X(6).

       01  MAX-PUES      PIC 9(3) VALUE 200.
       01  PUE-COUNT     PIC 9(3) VALUE 0.
       01  PUE-TABLE.
           05  PUE-ENTRY OCCURS 200 TIMES INDEXED BY PUE-IDX.
               10  PUE-MONTH     PIC X(6).
               10  PUE-VALUE     PIC 9(3)V9(4).

      *> this host's measurement floor per domain.
       01  MAX-FLOORS    PIC 9(2) VALUE 20.
       01  FLOOR-COUNT   PIC 9(2) VALUE 0.
       01  FLOOR-TABLE.
           05  FLOOR-ENTRY OCCURS 20 TIMES INDEXED BY FLR-IDX.
               10  FLR-DOMAIN    PIC X(24).
               10  FLR-UJ        PIC 9(15).
       01  WS-FLOOR-UJ   PIC 9(18) VALUE 0.
       01  WS-FLOOR-LINES PIC 9(9) VALUE 0.

       01  MAX-VOIDS     PIC 9(2) VALUE 50.
       01  VOID-COUNT    PIC 9(2) VALUE 0.
       01  VOID-TABLE.
           05  VOID-ENTRY OCCURS 50 TIMES INDEXED BY VD-IDX.
               10  VD-RUN        PIC X(21).
               10  VD-LINES      PIC 9(7).
               10  VD-UJ         PIC 9(17).

      *> the inputs, for the methodology and the control record:
      *>  1 energy.log  2 energy-budget-ledger  3 wall-coverage.log
      *>  4 room-pue  5 schedule  6 mapping  7 host-noise-profile
      *>  8 sweep-tieout.log  9 run-voids  10 energy-archive.log
       01  INPUT-COUNT   PIC 9(2) VALUE 10.
       01  INPUT-TABLE.
           05  INPUT-ENTRY OCCURS 10 TIMES INDEXED BY INP-IDX.
               10  INP-FILE      PIC X(40).
               10  INP-PRINT     PIC X(60).
               10  INP-READ      PIC 9(9).
               10  INP-USED      PIC 9(9).
               10  INP-TOTAL     PIC S9(17).
               10  INP-TOTAL-OF  PIC X(24).

      *> the year's headline figures, in control-record order.
       01  FIGURE-COUNT  PIC 9(2) VALUE 10.
       01  FIGURE-TABLE.
           05  FIGURE-ENTRY OCCURS 10 TIMES INDEXED BY FIG-IDX.
               10  FIG-NAME      PIC X(20).
               10  FIG-VALUE     PIC X(24).

      *> the year's latest control set, for verification.
       01  MAX-CONTROLS  PIC 9(2) VALUE 40.
       01  CONTROL-COUNT PIC 9(2) VALUE 0.
       01  CONTROL-TABLE.
           05  CONTROL-ENTRY OCCURS 40 TIMES INDEXED BY CTL-IDX.
               10  CTL-KIND      PIC X(8).
               10  CTL-NAME      PIC X(40).
               10  CTL-VALUE     PIC X(60).
       01  WS-CONTROL-TS PIC X(14) VALUE SPACES.
       01  WS-DIFFERENCES PIC 9(3) VALUE 0.
      *> held apart from RETURN-CODE, which every CALL resets.
       01  WS-EXIT-RC    PIC 9(1) VALUE 0.
       01  WS-COMPARE-VALUE PIC X(60).

       01  F-KIND        PIC X(12).
       01  F-PERIOD      PIC X(10).
       01  F-PROG        PIC X(20).
       01  F-AMOUNT      PIC X(20).
       01  F-CLOSED      PIC X(10).
       01  F-DAY         PIC X(8).
       01  F-HOST        PIC X(40).
       01  F-WALL-WH     PIC X(20).
       01  F-RAPL-WH     PIC X(20).
       01  F-PCT         PIC X(12).
       01  F-SITE        PIC X(20).
       01  F-ROOM        PIC X(20).
       01  F-MONTH       PIC X(10).
       01  F-PUE         PIC X(10).
       01  F-DOMAIN      PIC X(24).
       01  F-SECS        PIC X(10).
       01  F-FLOOR       PIC X(18).
       01  F-STAMP       PIC X(21).
       01  F-RUN         PIC X(21).
       01  F-NIGHT       PIC X(10).
       01  F-SKIP        PIC X(20).
       01  F-REM-PCT     PIC X(12).
       01  F-STATUS      PIC X(12).
       01  F-YEAR        PIC X(4).
       01  F-TS          PIC X(14).
       01  F-NAME        PIC X(40).
       01  F-VALUE       PIC X(60).
       01  F-READ        PIC X(10).
       01  F-USED        PIC X(10).
       01  F-TOTAL       PIC X(20).
       01  WS-AMOUNT     PIC S9(17).
       01  WS-WH-NUM     PIC 9(12)V9(3).
       01  WS-PUE-NUM    PIC 9(3)V9(4).
       01  WS-REM-PCT    PIC S9(5)V9(2).
       01  WS-ABS-PCT    PIC 9(5)V9(2).

       01  WS-TIE-RUNS   PIC 9(5) VALUE 0.
       01  WS-TIE-FLAGGED PIC 9(5) VALUE 0.
       01  WS-TIE-MAX-PCT PIC 9(5)V9(2) VALUE 0.

       01  WS-DATA-LINES PIC 9(9) VALUE 0.
       01  WS-SUMMARIES  PIC 9(7) VALUE 0.
       01  WS-ELOG-INPUT PIC 9(2) VALUE 1.
       01  WS-MEAN-PRICED PIC 9(9) VALUE 0.
       01  WS-VOID-LINES PIC 9(9) VALUE 0.
       01  WS-VOID-UJ    PIC 9(17) VALUE 0.
       01  WS-TOTAL-UJ   PIC 9(18) VALUE 0.
       01  WS-LEDGER-UJ  PIC S9(18) VALUE 0.
       01  WS-INVOICES   PIC 9(5) VALUE 0.
       01  WS-NO-COVER-MONTHS PIC 9(2) VALUE 0.
       01  WS-NO-PUE-MONTHS PIC 9(2) VALUE 0.

       01  WS-MEAS-KWH   PIC 9(11)V9(4) VALUE 0.
       01  WS-WALL-KWH   PIC 9(11)V9(4) VALUE 0.
       01  WS-FAC-KWH    PIC 9(11)V9(4) VALUE 0.
       01  WS-MEAS-GRAMS PIC S9(13)V9(4) COMP-3 VALUE 0.
       01  WS-FAC-GRAMS  PIC S9(13)V9(4) COMP-3 VALUE 0.
       01  WS-CTR-UJ     PIC 9(18).
       01  WS-CTR-FAC-KWH PIC 9(11)V9(4).
       01  WS-CTR-FAC-GRAMS PIC S9(13)V9(4) COMP-3.
       01  WS-UNCERT-PCT PIC 9(5)V9(2).
       01  WS-TIE-DIFF-UJ PIC S9(18).
       01  WS-TIE-DIFF-PCT PIC S9(5)V9(2).

       COPY "reportio.cpy".
       COPY "fprint.cpy".

       01  CELL-DISP     PIC Z(4)9.99.
       01  CTOT-DISP     PIC Z(6)9.99.
       01  KWH-DISP      PIC Z(8)9.999.
       01  KWH2-DISP     PIC Z(8)9.999.
       01  KWH3-DISP     PIC Z(8)9.999.
       01  SKWH-DISP     PIC -(8)9.999.
       01  KG-DISP       PIC Z(8)9.999.
       01  KG2-DISP      PIC Z(8)9.999.
       01  FACTOR-DISP   PIC Z9.999.
       01  PUE-DISP      PIC Z9.99.
       01  PCT-DISP      PIC ZZZ9.99.
       01  PCT2-DISP     PIC ZZZ9.99.
       01  SPCT-DISP     PIC -(4)9.99.
       01  GCO2-DISP     PIC Z(4)9.99.
       01  COUNT-DISP    PIC Z(8)9.
       01  COUNT2-DISP   PIC Z(8)9.
       01  DAYS-DISP     PIC ZZ9.
       01  UJ-DISP       PIC -(17)9.
       01  WS-MONTH-HEAD PIC X(132).

       PROCEDURE DIVISION.
       Main-Disclosure.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:14) TO WS-STAMP
           ACCEPT WS-YEAR FROM ENVIRONMENT
               "COBJOULES_DISCLOSURE_YEAR"
           IF WS-YEAR = SPACES
               COMPUTE WS-YEAR-NUM =
                   FUNCTION NUMVAL(WS-TODAY(1:4)) - 1
               MOVE WS-YEAR-NUM TO WS-YEAR
           END-IF
           IF WS-YEAR IS NOT NUMERIC
               DISPLAY "sustainability_disclosure: ERROR - "
                   "COBJOULES_DISCLOSURE_YEAR must be YYYY"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-VERIFY FROM ENVIRONMENT
               "COBJOULES_DISCLOSURE_VERIFY"
           ACCEPT WS-SCHEDULE-ENV FROM ENVIRONMENT
               "COBJOULES_CARBON_SCHEDULE"
           IF WS-SCHEDULE-ENV NOT = SPACES
               MOVE WS-SCHEDULE-ENV TO WS-SCHEDULE-PATH
           END-IF
           ACCEPT WS-MAPPING-ENV FROM ENVIRONMENT
               "COBJOULES_COST_CENTERS"
           IF WS-MAPPING-ENV NOT = SPACES
               MOVE WS-MAPPING-ENV TO WS-MAPPING-PATH
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

           PERFORM Init-Tables
           PERFORM Load-Schedule
           IF BAND-COUNT = 0
               DISPLAY "sustainability_disclosure: ERROR - schedule "
                   FUNCTION TRIM(WS-SCHEDULE-PATH)
                   " has no usable hour-range records - emissions "
                   "cannot be stated"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Mapping
           PERFORM Load-Noise-Floors
           PERFORM Locate-Host
           PERFORM Load-Pue
           PERFORM Load-Energy
           IF WS-DATA-LINES = 0 AND WS-SUMMARIES = 0
               DISPLAY "sustainability_disclosure: no measured "
                   "energy in energy.log or energy-archive.log for "
                   WS-YEAR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Ledger
           PERFORM Load-Coverage
           PERFORM Load-Tieouts
           PERFORM Count-Void-Register
           PERFORM Gross-Up-Months
           PERFORM Sort-Centers
           PERFORM Fingerprint-Inputs
           PERFORM Build-Figures

           PERFORM Open-Report
           PERFORM Display-Center-Months
           PERFORM Display-Grossed-Months
           PERFORM Display-Center-Summary
           PERFORM Display-Factors
           PERFORM Display-Voids
           PERFORM Display-Methodology
           IF VERIFY-MODE
               PERFORM Verify-Against-Control
           ELSE
               PERFORM Write-Control-Set
           END-IF
           PERFORM Close-Report
           MOVE WS-EXIT-RC TO RETURN-CODE
           STOP RUN.

       Init-Tables.
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               MOVE 0 TO MON-UJ(MON-IDX) MON-GRAMS(MON-IDX)
                   MON-WALL-WH(MON-IDX) MON-RAPL-WH(MON-IDX)
                   MON-DAYS(MON-IDX) MON-MIN-PCT(MON-IDX)
                   MON-MAX-PCT(MON-IDX) MON-FAC-GRAMS(MON-IDX)
               MOVE 1 TO MON-FACTOR(MON-IDX) MON-PUE(MON-IDX)
               MOVE SPACES TO MON-PUE-FROM(MON-IDX)
           END-PERFORM
           PERFORM VARYING INP-IDX FROM 1 BY 1
               UNTIL INP-IDX > INPUT-COUNT
               MOVE 0 TO INP-READ(INP-IDX) INP-USED(INP-IDX)
                   INP-TOTAL(INP-IDX)
               MOVE SPACES TO INP-TOTAL-OF(INP-IDX)
           END-PERFORM
           MOVE "energy.log" TO INP-FILE(1)
           MOVE "uJ used" TO INP-TOTAL-OF(1)
           MOVE "energy-budget-ledger" TO INP-FILE(2)
           MOVE "uJ invoiced" TO INP-TOTAL-OF(2)
           MOVE "wall-coverage.log" TO INP-FILE(3)
           MOVE "wall Wh" TO INP-TOTAL-OF(3)
           MOVE "room-pue" TO INP-FILE(4)
           MOVE WS-SCHEDULE-PATH TO INP-FILE(5)
           MOVE "bands" TO INP-TOTAL-OF(5)
           MOVE WS-MAPPING-PATH TO INP-FILE(6)
           MOVE "host-noise-profile" TO INP-FILE(7)
           MOVE "floor uJ bound" TO INP-TOTAL-OF(7)
           MOVE "sweep-tieout.log" TO INP-FILE(8)
           MOVE "run-voids" TO INP-FILE(9)
           MOVE "uJ excluded" TO INP-TOTAL-OF(9)
           MOVE "energy-archive.log" TO INP-FILE(10)
           MOVE "uJ used" TO INP-TOTAL-OF(10)
           .

      *>----------------------------------------------------------
      *> control files
      *>----------------------------------------------------------
       Load-Schedule.
           SET DSC-NOT-AT-END TO TRUE
           OPEN INPUT SCHEDULE-FILE
           IF SCHED-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSC-AT-END
               READ SCHEDULE-FILE
                   AT END
                       SET DSC-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO INP-READ(5)
                       PERFORM Parse-Schedule-Record
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE BAND-COUNT TO INP-USED(5) INP-TOTAL(5)
      *> the 24-hour mean prices what has no hour of its own.
           PERFORM VARYING WS-HOUR FROM 0 BY 1 UNTIL WS-HOUR > 23
               MOVE WS-HOUR TO WS-LINE-HOUR
               PERFORM Lookup-Factor
               IF WS-FACTOR-FOUND = 1
                   ADD WS-FACTOR TO WS-FACTOR-SUM
                   ADD 1 TO WS-HOURS-COVERED
               END-IF
           END-PERFORM
           IF WS-HOURS-COVERED > 0
               COMPUTE WS-MEAN-FACTOR ROUNDED =
                   WS-FACTOR-SUM / WS-HOURS-COVERED
           END-IF
           .

       Parse-Schedule-Record.
           IF SCHED-RECORD = SPACES OR SCHED-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-SCHED-RANGE F-SCHED-GCO2
               F-HOUR-FROM F-HOUR-TO
           UNSTRING SCHED-RECORD DELIMITED BY ","
               INTO F-SCHED-RANGE F-SCHED-GCO2
           END-UNSTRING
           UNSTRING F-SCHED-RANGE DELIMITED BY "-"
               INTO F-HOUR-FROM F-HOUR-TO
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-HOUR-FROM)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-HOUR-TO)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-SCHED-GCO2)) NOT = 0
                   OR BAND-COUNT >= MAX-BANDS
               DISPLAY "sustainability_disclosure: WARNING - "
                   "schedule record skipped: "
                   FUNCTION TRIM(SCHED-RECORD)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BAND-COUNT
           SET BAND-IDX TO BAND-COUNT
           COMPUTE BAND-FROM-HH(BAND-IDX) =
               FUNCTION NUMVAL(FUNCTION TRIM(F-HOUR-FROM))
           COMPUTE BAND-TO-HH(BAND-IDX) =
               FUNCTION NUMVAL(FUNCTION TRIM(F-HOUR-TO))
           COMPUTE BAND-GCO2(BAND-IDX) =
               FUNCTION NUMVAL(FUNCTION TRIM(F-SCHED-GCO2))
           .

       Lookup-Factor.
      *> energy_carbon's band rule: inclusive start, exclusive
      *> end, a band whose end is not past its start wraps
      *> midnight.
           MOVE 0 TO WS-FACTOR-FOUND
           PERFORM VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > BAND-COUNT OR WS-FACTOR-FOUND = 1
               IF BAND-FROM-HH(BAND-IDX) < BAND-TO-HH(BAND-IDX)
                   IF WS-LINE-HOUR >= BAND-FROM-HH(BAND-IDX)
                           AND WS-LINE-HOUR < BAND-TO-HH(BAND-IDX)
                       MOVE BAND-GCO2(BAND-IDX) TO WS-FACTOR
                       MOVE 1 TO WS-FACTOR-FOUND
                   END-IF
               ELSE
                   IF WS-LINE-HOUR >= BAND-FROM-HH(BAND-IDX)
                           OR WS-LINE-HOUR < BAND-TO-HH(BAND-IDX)
                       MOVE BAND-GCO2(BAND-IDX) TO WS-FACTOR
                       MOVE 1 TO WS-FACTOR-FOUND
                   END-IF
               END-IF
           END-PERFORM
           .

       Load-Mapping.
           SET DSC-NOT-AT-END TO TRUE
           OPEN INPUT MAPPING-FILE
           IF MAP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSC-AT-END
               READ MAPPING-FILE
                   AT END
                       SET DSC-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO INP-READ(6)
                       PERFORM Load-Mapping-Record
               END-READ
           END-PERFORM
           CLOSE MAPPING-FILE
           .

       Load-Mapping-Record.
           IF MAPPING-RECORD = SPACES OR MAPPING-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-MAP-PROG F-MAP-CENTER
           UNSTRING MAPPING-RECORD DELIMITED BY ","
               INTO F-MAP-PROG F-MAP-CENTER
           END-UNSTRING
           IF F-MAP-CENTER = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INP-USED(6)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(F-MAP-PROG))
                   = "DEFAULT"
               MOVE FUNCTION TRIM(F-MAP-CENTER) TO WS-DEFAULT-CENTER
           ELSE
               IF MAP-COUNT < MAX-MAPS
                   ADD 1 TO MAP-COUNT
                   SET MAP-IDX TO MAP-COUNT
                   MOVE FUNCTION TRIM(F-MAP-PROG) TO MAP-PROG(MAP-IDX)
                   MOVE FUNCTION TRIM(F-MAP-CENTER)
                       TO MAP-CENTER(MAP-IDX)
               END-IF
           END-IF
           .

       Load-Noise-Floors.
      *> "<host>,<domain>,<interval secs>,<floor uJ>,<spread uJ>,
      *> <stamp>" - this host's records only.
           SET DSC-NOT-AT-END TO TRUE
           OPEN INPUT NOISE-PROFILE-IN
           IF NSP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSC-AT-END
               READ NOISE-PROFILE-IN
                   AT END
                       SET DSC-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO INP-READ(7)
                       MOVE SPACES TO F-HOST F-DOMAIN F-SECS F-FLOOR
                       UNSTRING NSP-RECORD DELIMITED BY ","
                           INTO F-HOST F-DOMAIN F-SECS F-FLOOR
                       END-UNSTRING
                       IF FUNCTION TRIM(F-HOST) = WS-HOSTNAME
                               AND FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(F-FLOOR)) = 0
                               AND FLOOR-COUNT < MAX-FLOORS
                           ADD 1 TO FLOOR-COUNT INP-USED(7)
                           SET FLR-IDX TO FLOOR-COUNT
                           MOVE FUNCTION TRIM(F-DOMAIN)
                               TO FLR-DOMAIN(FLR-IDX)
                           COMPUTE FLR-UJ(FLR-IDX) = FUNCTION NUMVAL(
                               FUNCTION TRIM(F-FLOOR))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOISE-PROFILE-IN
           .

       Locate-Host.
           OPEN INPUT REGISTRY-FILE
           IF REG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOSTNAME TO REG-HOST
           READ REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-SITE TO WS-SITE
                   MOVE REG-ROOM TO WS-ROOM
           END-READ
           CLOSE REGISTRY-FILE
           .

       Load-Pue.
      *> only the host's own room matters here.
           SET DSC-NOT-AT-END TO TRUE
           OPEN INPUT PUE-FILE
           IF PUE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSC-AT-END
               READ PUE-FILE
                   AT END
                       SET DSC-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO INP-READ(4)
                       PERFORM Load-Pue-Record
               END-READ
           END-PERFORM
           CLOSE PUE-FILE
           .

       Load-Pue-Record.
           IF PUE-RECORD = SPACES OR PUE-RECORD(1:1) = "*"
                   OR WS-SITE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-SITE F-ROOM F-MONTH F-PUE
           UNSTRING PUE-RECORD DELIMITED BY ","
               INTO F-SITE F-ROOM F-MONTH F-PUE
           END-UNSTRING
           IF FUNCTION TRIM(F-SITE) NOT = WS-SITE
                   OR FUNCTION TRIM(F-ROOM) NOT = WS-ROOM
                   OR F-MONTH(1:6) IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-PUE)) NOT = 0
                   OR PUE-COUNT >= MAX-PUES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PUE-NUM = FUNCTION NUMVAL(FUNCTION TRIM(F-PUE))
           IF WS-PUE-NUM < 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PUE-COUNT INP-USED(4)
           SET PUE-IDX TO PUE-COUNT
           MOVE F-MONTH(1:6) TO PUE-MONTH(PUE-IDX)
           MOVE WS-PUE-NUM TO PUE-VALUE(PUE-IDX)
           .

      *>----------------------------------------------------------
      *> measured energy
      *>----------------------------------------------------------
       Load-Energy.
      *> archive first, then the live log - budget_reconcile's
      *> order; retention has moved most of a year-end run's year
      *> into the archive.
           SET DSC-NOT-AT-END TO TRUE
           MOVE 10 TO WS-ELOG-INPUT
           OPEN INPUT ARCHIVE-LOG-IN
           IF ARCH-FS = "00"
               PERFORM UNTIL DSC-AT-END
                   READ ARCHIVE-LOG-IN
                       AT END
                           SET DSC-AT-END TO TRUE
                       NOT AT END
                           ADD 1 TO INP-READ(10)
                           MOVE ARCH-RECORD TO ELOG-RAW-LINE
                           PERFORM Tally-Energy-Line
                               THRU Tally-Energy-Line-Exit
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-IN
               SET DSC-NOT-AT-END TO TRUE
           END-IF
           MOVE 1 TO WS-ELOG-INPUT
           OPEN INPUT ENERGY-LOG-IN
           IF DSC-FS NOT = "00"
               DISPLAY "sustainability_disclosure: ERROR - could not "
                   "open energy.log (status " DSC-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL DSC-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET DSC-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO INP-READ(1)
                       MOVE DSC-RECORD TO ELOG-RAW-LINE
                       PERFORM Tally-Energy-Line
                           THRU Tally-Energy-Line-Exit
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN
           MOVE WS-VOID-UJ TO INP-TOTAL(9)
           .

       Tally-Energy-Line.
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF NOT ELOG-LINE-VALID
               GO TO Tally-Energy-Line-Exit
           END-IF
      *> the ledger's selection: ordinary data lines, plus the
      *> monthly summaries that stand in for archived detail.
           EVALUATE TRUE
               WHEN ELOG-IS-DATA
                   IF ELOG-TIMESTAMP(1:4) NOT = WS-YEAR
                           OR ELOG-TIMESTAMP(5:2) IS NOT NUMERIC
                       GO TO Tally-Energy-Line-Exit
                   END-IF
                   MOVE ELOG-TIMESTAMP(5:2) TO WS-MONTH
               WHEN ELOG-IS-SUMMARY
                   IF ELOG-SUM-PERIOD(1:4) NOT = WS-YEAR
                       GO TO Tally-Energy-Line-Exit
                   END-IF
                   MOVE ELOG-SUM-PERIOD(5:2) TO WS-MONTH
               WHEN OTHER
                   GO TO Tally-Energy-Line-Exit
           END-EVALUATE
           IF WS-MONTH < 1 OR WS-MONTH > 12
               GO TO Tally-Energy-Line-Exit
           END-IF

           IF ELOG-IS-DATA
               MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-VOID-LOOKUP
               CALL "run_void_check" USING WS-VOID-LOOKUP
                   WS-VOIDED-FLAG
               IF WS-VOIDED-FLAG = 'Y'
                   PERFORM Note-Void
                   GO TO Tally-Energy-Line-Exit
               END-IF
           END-IF

      *> grams = kWh * the line's band factor (energy_carbon's
      *> conversion); no hour of its own - the 24-hour mean.
           COMPUTE WS-KWH = ELOG-DELTA-UJ / 1000000 / 3600000
           MOVE 0 TO WS-FACTOR-FOUND
           IF ELOG-IS-DATA AND ELOG-SITE-TS(9:2) IS NUMERIC
               MOVE ELOG-SITE-TS(9:2) TO WS-LINE-HOUR
               PERFORM Lookup-Factor
           END-IF
           IF WS-FACTOR-FOUND = 0
               MOVE WS-MEAN-FACTOR TO WS-FACTOR
               ADD 1 TO WS-MEAN-PRICED
           END-IF
           COMPUTE WS-GRAMS = WS-KWH * WS-FACTOR

           MOVE FUNCTION TRIM(ELOG-PROGNAME) TO WS-LOOKUP-NAME
           IF WS-LOOKUP-NAME = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-NAME
           END-IF
           PERFORM Find-Program-Center
           IF WS-FOUND = 2
               GO TO Tally-Energy-Line-Exit
           END-IF
           ADD ELOG-DELTA-UJ TO CTR-UJ(CTR-IDX, WS-MONTH)
           ADD WS-GRAMS TO CTR-GRAMS(CTR-IDX, WS-MONTH)
           ADD ELOG-DELTA-UJ TO MON-UJ(WS-MONTH) WS-TOTAL-UJ
           ADD ELOG-DELTA-UJ TO INP-TOTAL(WS-ELOG-INPUT)
           ADD 1 TO INP-USED(WS-ELOG-INPUT)
           ADD WS-GRAMS TO MON-GRAMS(WS-MONTH)
           IF ELOG-IS-DATA
               ADD 1 TO WS-DATA-LINES
               PERFORM Add-Floor-Bound
           ELSE
               ADD 1 TO WS-SUMMARIES
           END-IF
           .
       Tally-Energy-Line-Exit.
           EXIT.

       Add-Floor-Bound.
      *> a reading can be off by up to its domain's idle floor.
           PERFORM VARYING FLR-IDX FROM 1 BY 1
               UNTIL FLR-IDX > FLOOR-COUNT
               IF FLR-DOMAIN(FLR-IDX) = ELOG-DOMAIN
                   ADD FLR-UJ(FLR-IDX) TO WS-FLOOR-UJ
                   ADD 1 TO WS-FLOOR-LINES
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           .

       Note-Void.
           ADD 1 TO WS-VOID-LINES
           ADD ELOG-DELTA-UJ TO WS-VOID-UJ
           PERFORM VARYING VD-IDX FROM 1 BY 1
               UNTIL VD-IDX > VOID-COUNT
               IF VD-RUN(VD-IDX) = WS-VOID-LOOKUP
                   ADD 1 TO VD-LINES(VD-IDX)
                   ADD ELOG-DELTA-UJ TO VD-UJ(VD-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF VOID-COUNT >= MAX-VOIDS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO VOID-COUNT
           SET VD-IDX TO VOID-COUNT
           MOVE WS-VOID-LOOKUP TO VD-RUN(VD-IDX)
           MOVE 1 TO VD-LINES(VD-IDX)
           MOVE ELOG-DELTA-UJ TO VD-UJ(VD-IDX)
           .

       Find-Program-Center.
      *> WS-FOUND: 1 = CTR-IDX is the program's center, 2 = a
      *> table is full and the line is dropped.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING PROG-IDX FROM 1 BY 1
               UNTIL PROG-IDX > PROG-COUNT OR WS-FOUND = 1
               IF PROG-NAME(PROG-IDX) = WS-LOOKUP-NAME
                   MOVE 1 TO WS-FOUND
                   MOVE PROG-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET PROG-IDX TO WS-MATCH-IDX
               SET CTR-IDX TO PROG-CTR(PROG-IDX)
               EXIT PARAGRAPH
           END-IF
           IF PROG-COUNT >= MAX-PROGS
               DISPLAY "sustainability_disclosure: WARNING - program "
                   "table full (" MAX-PROGS "), dropping data for "
                   FUNCTION TRIM(WS-LOOKUP-NAME)
               MOVE 2 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM Map-Program-To-Center
           PERFORM Find-Or-Add-Center
           IF WS-FOUND = 2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PROG-COUNT
           SET PROG-IDX TO PROG-COUNT
           MOVE WS-LOOKUP-NAME TO PROG-NAME(PROG-IDX)
           SET PROG-CTR(PROG-IDX) TO CTR-IDX
           .

       Map-Program-To-Center.
           MOVE SPACES TO WS-LOOKUP-CENTER
           MOVE "PROGRAM" TO BMR-ACTION
           MOVE WS-LOOKUP-NAME TO BMR-KEY
           CALL "bench_master" USING BENCH-REQUEST
           IF BMR-FOUND AND BMR-CENTER NOT = SPACES
               MOVE BMR-CENTER TO WS-LOOKUP-CENTER
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-COUNT
               IF MAP-PROG(MAP-IDX) = WS-LOOKUP-NAME
                   MOVE MAP-CENTER(MAP-IDX) TO WS-LOOKUP-CENTER
               END-IF
           END-PERFORM
           IF WS-LOOKUP-CENTER = SPACES
               IF WS-DEFAULT-CENTER NOT = SPACES
                   MOVE WS-DEFAULT-CENTER TO WS-LOOKUP-CENTER
               ELSE
                   MOVE "UNASSIGNED" TO WS-LOOKUP-CENTER
               END-IF
           END-IF
           .

       Find-Or-Add-Center.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT OR WS-FOUND = 1
               IF CTR-NAME(CTR-IDX) = WS-LOOKUP-CENTER
                   MOVE 1 TO WS-FOUND
                   MOVE CTR-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET CTR-IDX TO WS-MATCH-IDX
               EXIT PARAGRAPH
           END-IF
           IF CENTER-COUNT >= MAX-CENTERS
               DISPLAY "sustainability_disclosure: WARNING - center "
                   "table full (" MAX-CENTERS "), dropping data for "
                   FUNCTION TRIM(WS-LOOKUP-CENTER)
               MOVE 2 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CENTER-COUNT
           SET CTR-IDX TO CENTER-COUNT
           MOVE WS-LOOKUP-CENTER TO CTR-NAME(CTR-IDX)
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               MOVE 0 TO CTR-UJ(CTR-IDX, MON-IDX)
                   CTR-GRAMS(CTR-IDX, MON-IDX)
           END-PERFORM
           MOVE 0 TO CTR-LEDGER-UJ(CTR-IDX) CTR-INVOICES(CTR-IDX)
           MOVE 1 TO WS-FOUND
           .

      *>----------------------------------------------------------
      *> what was invoiced, the coverage and the tie-outs
      *>----------------------------------------------------------
       Load-Ledger.
           SET DSC-NOT-AT-END TO TRUE
           OPEN INPUT LEDGER-FILE
           IF LED-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSC-AT-END
               READ LEDGER-FILE
                   AT END
                       SET DSC-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO INP-READ(2)
                       PERFORM Tally-Ledger-Record
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE WS-LEDGER-UJ TO INP-TOTAL(2)
           .

       Tally-Ledger-Record.
      *> BUCKET,<YYYYMM>,<program>,<uJ>
      *> ADJUST,<YYYYMM>,<program>,<signed uJ>,<closed YYYYMM> -
      *>     energy burned in the closed month, so it counts there
      *> INVOICED,<YYYYMM>,<center>,<invoice no>
           MOVE SPACES TO F-KIND F-PERIOD F-PROG F-AMOUNT F-CLOSED
           UNSTRING LEDGER-RECORD DELIMITED BY ","
               INTO F-KIND F-PERIOD F-PROG F-AMOUNT F-CLOSED
           END-UNSTRING
           EVALUATE F-KIND
               WHEN "BUCKET"
                   IF F-PERIOD(1:4) NOT = WS-YEAR
                       EXIT PARAGRAPH
                   END-IF
               WHEN "ADJUST"
                   IF F-CLOSED(1:4) NOT = WS-YEAR
                       EXIT PARAGRAPH
                   END-IF
               WHEN "INVOICED"
                   IF F-PERIOD(1:4) = WS-YEAR
                       ADD 1 TO WS-INVOICES INP-USED(2)
                       MOVE FUNCTION TRIM(F-PROG) TO WS-LOOKUP-CENTER
                       PERFORM Find-Or-Add-Center
                       IF WS-FOUND NOT = 2
                           ADD 1 TO CTR-INVOICES(CTR-IDX)
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-AMOUNT)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(FUNCTION TRIM(F-AMOUNT))
           ADD WS-AMOUNT TO WS-LEDGER-UJ
           ADD 1 TO INP-USED(2)
           MOVE FUNCTION TRIM(F-PROG) TO WS-LOOKUP-NAME
           PERFORM Find-Program-Center
           IF WS-FOUND NOT = 2
               ADD WS-AMOUNT TO CTR-LEDGER-UJ(CTR-IDX)
           END-IF
           .

       Load-Coverage.
           SET DSC-NOT-AT-END TO TRUE
           OPEN INPUT COVERAGE-IN
           IF COV-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSC-AT-END
               READ COVERAGE-IN
                   AT END
                       SET DSC-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO INP-READ(3)
                       PERFORM Tally-Coverage-Line
               END-READ
           END-PERFORM
           CLOSE COVERAGE-IN
           .

       Tally-Coverage-Line.
      *> "<day>,<host>,<wall Wh>,<RAPL Wh>,<coverage pct>"
           MOVE SPACES TO F-DAY F-HOST F-WALL-WH F-RAPL-WH F-PCT
           UNSTRING COV-RECORD DELIMITED BY ","
               INTO F-DAY F-HOST F-WALL-WH F-RAPL-WH F-PCT
           END-UNSTRING
           IF F-DAY(1:4) NOT = WS-YEAR
                   OR F-DAY(5:2) IS NOT NUMERIC
                   OR FUNCTION TRIM(F-HOST) NOT = WS-HOSTNAME
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-WALL-WH)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-RAPL-WH)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE F-DAY(5:2) TO WS-MONTH
           IF WS-MONTH < 1 OR WS-MONTH > 12
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INP-USED(3) MON-DAYS(WS-MONTH) WS-YEAR-DAYS
           COMPUTE WS-WH-NUM = FUNCTION NUMVAL(
               FUNCTION TRIM(F-WALL-WH))
           ADD WS-WH-NUM TO MON-WALL-WH(WS-MONTH) WS-YEAR-WALL-WH
           ADD WS-WH-NUM TO INP-TOTAL(3)
           COMPUTE WS-WH-NUM = FUNCTION NUMVAL(
               FUNCTION TRIM(F-RAPL-WH))
           ADD WS-WH-NUM TO MON-RAPL-WH(WS-MONTH) WS-YEAR-RAPL-WH
           MOVE 0 TO WS-DAY-PCT
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-PCT)) = 0
               COMPUTE WS-DAY-PCT = FUNCTION NUMVAL(
                   FUNCTION TRIM(F-PCT))
           END-IF
           IF MON-DAYS(WS-MONTH) = 1
                   OR WS-DAY-PCT < MON-MIN-PCT(WS-MONTH)
               MOVE WS-DAY-PCT TO MON-MIN-PCT(WS-MONTH)
           END-IF
           IF WS-DAY-PCT > MON-MAX-PCT(WS-MONTH)
               MOVE WS-DAY-PCT TO MON-MAX-PCT(WS-MONTH)
           END-IF
           .

       Load-Tieouts.
      *> sweep-tieout.log: <ts>,<run>,<night>,<host>,<window secs>,
      *> <metered secs>,<metered uJ>,<bracket uJ>,<steps uJ>,
      *> <remainder uJ>,<remainder pct>,<status>
           SET DSC-NOT-AT-END TO TRUE
           OPEN INPUT TIEOUT-LOG
           IF TIE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSC-AT-END
               READ TIEOUT-LOG
                   AT END
                       SET DSC-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO INP-READ(8)
                       PERFORM Tally-Tieout
               END-READ
           END-PERFORM
           CLOSE TIEOUT-LOG
           .

       Tally-Tieout.
           MOVE SPACES TO F-STAMP F-RUN F-NIGHT F-HOST F-REM-PCT
               F-STATUS
           UNSTRING TIEOUT-RECORD DELIMITED BY ","
               INTO F-STAMP F-RUN F-NIGHT F-HOST F-SKIP F-SKIP
                    F-SKIP F-SKIP F-SKIP F-SKIP F-REM-PCT F-STATUS
           END-UNSTRING
           IF F-NIGHT(1:4) NOT = WS-YEAR
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(F-STATUS) NOT = "OK"
                   AND FUNCTION TRIM(F-STATUS) NOT = "FLAGGED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TIE-RUNS INP-USED(8)
           IF FUNCTION TRIM(F-STATUS) = "FLAGGED"
               ADD 1 TO WS-TIE-FLAGGED
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-REM-PCT)) = 0
               COMPUTE WS-REM-PCT = FUNCTION NUMVAL(
                   FUNCTION TRIM(F-REM-PCT))
               IF WS-REM-PCT < 0
                   COMPUTE WS-ABS-PCT = 0 - WS-REM-PCT
               ELSE
                   MOVE WS-REM-PCT TO WS-ABS-PCT
               END-IF
               IF WS-ABS-PCT > WS-TIE-MAX-PCT
                   MOVE WS-ABS-PCT TO WS-TIE-MAX-PCT
               END-IF
           END-IF
           .

       Count-Void-Register.
      *> the register's own size, for the methodology - the
      *> lookups themselves go through run_void_check.
           MOVE VOID-COUNT TO INP-USED(9)
           SET DSC-NOT-AT-END TO TRUE
           OPEN INPUT VOID-FILE
           IF VOID-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSC-AT-END
               READ VOID-FILE
                   AT END
                       SET DSC-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO INP-READ(9)
               END-READ
           END-PERFORM
           CLOSE VOID-FILE
           .

      *>----------------------------------------------------------
      *> grossing up
      *>----------------------------------------------------------
       Gross-Up-Months.
           IF WS-YEAR-RAPL-WH > 0
               COMPUTE WS-YEAR-FACTOR ROUNDED =
                   WS-YEAR-WALL-WH / WS-YEAR-RAPL-WH
           END-IF
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               IF MON-RAPL-WH(MON-IDX) > 0
                   COMPUTE MON-FACTOR(MON-IDX) ROUNDED =
                       MON-WALL-WH(MON-IDX) / MON-RAPL-WH(MON-IDX)
                   MOVE "MON" TO MON-FACTOR-SRC(MON-IDX)
               ELSE
                   MOVE WS-YEAR-FACTOR TO MON-FACTOR(MON-IDX)
                   IF WS-YEAR-RAPL-WH > 0
                       MOVE "YEAR" TO MON-FACTOR-SRC(MON-IDX)
                   ELSE
                       MOVE "NONE" TO MON-FACTOR-SRC(MON-IDX)
                   END-IF
                   IF MON-UJ(MON-IDX) > 0
                       ADD 1 TO WS-NO-COVER-MONTHS
                   END-IF
               END-IF
               PERFORM Find-Month-Pue
               COMPUTE MON-MEAS-KWH(MON-IDX) ROUNDED =
                   MON-UJ(MON-IDX) / 3600000000000
               COMPUTE MON-WALL-KWH(MON-IDX) ROUNDED =
                   MON-MEAS-KWH(MON-IDX) * MON-FACTOR(MON-IDX)
               COMPUTE MON-FAC-KWH(MON-IDX) ROUNDED =
                   MON-WALL-KWH(MON-IDX) * MON-PUE(MON-IDX)
               COMPUTE MON-FAC-GRAMS(MON-IDX) ROUNDED =
                   MON-GRAMS(MON-IDX) * MON-FACTOR(MON-IDX)
                   * MON-PUE(MON-IDX)
               ADD MON-MEAS-KWH(MON-IDX) TO WS-MEAS-KWH
               ADD MON-WALL-KWH(MON-IDX) TO WS-WALL-KWH
               ADD MON-FAC-KWH(MON-IDX) TO WS-FAC-KWH
               ADD MON-GRAMS(MON-IDX) TO WS-MEAS-GRAMS
               ADD MON-FAC-GRAMS(MON-IDX) TO WS-FAC-GRAMS
           END-PERFORM
           IF WS-TOTAL-UJ > 0
               COMPUTE WS-UNCERT-PCT ROUNDED =
                   WS-FLOOR-UJ * 100 / WS-TOTAL-UJ
           ELSE
               MOVE 0 TO WS-UNCERT-PCT
           END-IF
           MOVE WS-FLOOR-UJ TO INP-TOTAL(7)
           .

       Find-Month-Pue.
      *> the room's figure for the month, else its latest earlier
      *> one - facility_rollup's rule.
           MOVE SPACES TO WS-YYYYMM
           SET WS-MONTH TO MON-IDX
           STRING WS-YEAR DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
               INTO WS-YYYYMM
           MOVE 1 TO MON-PUE(MON-IDX)
           MOVE SPACES TO MON-PUE-FROM(MON-IDX)
           PERFORM VARYING PUE-IDX FROM 1 BY 1
               UNTIL PUE-IDX > PUE-COUNT
               IF PUE-MONTH(PUE-IDX) <= WS-YYYYMM
                       AND PUE-MONTH(PUE-IDX) >= MON-PUE-FROM(MON-IDX)
                   MOVE PUE-MONTH(PUE-IDX) TO MON-PUE-FROM(MON-IDX)
                   MOVE PUE-VALUE(PUE-IDX) TO MON-PUE(MON-IDX)
               END-IF
           END-PERFORM
           IF MON-PUE-FROM(MON-IDX) = SPACES AND MON-UJ(MON-IDX) > 0
               ADD 1 TO WS-NO-PUE-MONTHS
           END-IF
           .

       Sort-Centers.
      *> name order - the small-table exchange sort energy_carbon
      *> uses. Programs are done with their center indexes by now.
           MOVE 'Y' TO WS-SORT-CHANGED
           PERFORM UNTIL WS-SORT-CHANGED = 'N'
               MOVE 'N' TO WS-SORT-CHANGED
               PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX >= CENTER-COUNT
                   SET SWAP-IDX TO CTR-IDX
                   ADD 1 TO SWAP-IDX
                   IF CTR-NAME(CTR-IDX) > CTR-NAME(SWAP-IDX)
                       MOVE CENTER-ENTRY(CTR-IDX) TO TEMP-CENTER
                       MOVE CENTER-ENTRY(SWAP-IDX)
                           TO CENTER-ENTRY(CTR-IDX)
                       MOVE TEMP-CENTER TO CENTER-ENTRY(SWAP-IDX)
                       MOVE 'Y' TO WS-SORT-CHANGED
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *>----------------------------------------------------------
      *> reproducibility
      *>----------------------------------------------------------
       Fingerprint-Inputs.
           PERFORM VARYING INP-IDX FROM 1 BY 1
               UNTIL INP-IDX > INPUT-COUNT
               MOVE "FILE" TO FPR-ACTION
               MOVE INP-FILE(INP-IDX) TO FPR-PATH
               CALL "file_fingerprint" USING FINGERPRINT-REQUEST
               MOVE FPR-SUM TO INP-PRINT(INP-IDX)
           END-PERFORM
           .

       Build-Figures.
           MOVE "MEASURED-UJ" TO FIG-NAME(1)
           MOVE WS-TOTAL-UJ TO UJ-DISP
           MOVE FUNCTION TRIM(UJ-DISP) TO FIG-VALUE(1)
           MOVE "MEASURED-KWH" TO FIG-NAME(2)
           MOVE WS-MEAS-KWH TO KWH-DISP
           MOVE FUNCTION TRIM(KWH-DISP) TO FIG-VALUE(2)
           MOVE "WALL-KWH" TO FIG-NAME(3)
           MOVE WS-WALL-KWH TO KWH-DISP
           MOVE FUNCTION TRIM(KWH-DISP) TO FIG-VALUE(3)
           MOVE "FACILITY-KWH" TO FIG-NAME(4)
           MOVE WS-FAC-KWH TO KWH-DISP
           MOVE FUNCTION TRIM(KWH-DISP) TO FIG-VALUE(4)
           MOVE "MEASURED-KGCO2" TO FIG-NAME(5)
           COMPUTE KG-DISP ROUNDED = WS-MEAS-GRAMS / 1000
           MOVE FUNCTION TRIM(KG-DISP) TO FIG-VALUE(5)
           MOVE "FACILITY-KGCO2" TO FIG-NAME(6)
           COMPUTE KG-DISP ROUNDED = WS-FAC-GRAMS / 1000
           MOVE FUNCTION TRIM(KG-DISP) TO FIG-VALUE(6)
           MOVE "VOIDED-UJ" TO FIG-NAME(7)
           MOVE WS-VOID-UJ TO UJ-DISP
           MOVE FUNCTION TRIM(UJ-DISP) TO FIG-VALUE(7)
           MOVE "INVOICED-UJ" TO FIG-NAME(8)
           MOVE WS-LEDGER-UJ TO UJ-DISP
           MOVE FUNCTION TRIM(UJ-DISP) TO FIG-VALUE(8)
      *> the year's row counts behind MEASURED-UJ and INVOICED-UJ.
           MOVE "ENERGY-LINES" TO FIG-NAME(9)
           COMPUTE COUNT-DISP = WS-DATA-LINES + WS-SUMMARIES
           MOVE FUNCTION TRIM(COUNT-DISP) TO FIG-VALUE(9)
           MOVE "LEDGER-RECORDS" TO FIG-NAME(10)
           MOVE INP-USED(2) TO COUNT-DISP
           MOVE FUNCTION TRIM(COUNT-DISP) TO FIG-VALUE(10)
           .

       Write-Control-Set.
           OPEN EXTEND CONTROL-FILE
           IF CTL-FS = "05" OR CTL-FS = "35"
               OPEN OUTPUT CONTROL-FILE
           END-IF
           IF CTL-FS NOT = "00" AND CTL-FS NOT = "05"
               DISPLAY "sustainability_disclosure: WARNING - could "
                   "not write disclosure-control (status " CTL-FS
                   ") - this document cannot be verified later"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING INP-IDX FROM 1 BY 1
               UNTIL INP-IDX > INPUT-COUNT
               MOVE INP-READ(INP-IDX) TO COUNT-DISP
               MOVE INP-USED(INP-IDX) TO COUNT2-DISP
               MOVE INP-TOTAL(INP-IDX) TO UJ-DISP
               MOVE SPACES TO CONTROL-RECORD
               STRING WS-YEAR DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-STAMP DELIMITED BY SIZE
                      ",FILE," DELIMITED BY SIZE
                      FUNCTION TRIM(INP-FILE(INP-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(INP-PRINT(INP-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT2-DISP) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(UJ-DISP) DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-PERFORM
           PERFORM VARYING FIG-IDX FROM 1 BY 1
               UNTIL FIG-IDX > FIGURE-COUNT
               MOVE SPACES TO CONTROL-RECORD
               STRING WS-YEAR DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-STAMP DELIMITED BY SIZE
                      ",FIGURE," DELIMITED BY SIZE
                      FUNCTION TRIM(FIG-NAME(FIG-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(FIG-VALUE(FIG-IDX))
                          DELIMITED BY SIZE
                   INTO CONTROL-RECORD
               WRITE CONTROL-RECORD
           END-PERFORM
           CLOSE CONTROL-FILE
           MOVE SPACES TO RPT-LINE
           STRING "Control set " DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
                  " written to disclosure-control - rerun with "
                      DELIMITED BY SIZE
                  "COBJOULES_DISCLOSURE_VERIFY=Y to reproduce this "
                      DELIMITED BY SIZE
                  "document." DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       Verify-Against-Control.
           PERFORM Load-Control-Set
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           IF CONTROL-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "VERIFICATION - no control set for "
                          DELIMITED BY SIZE
                      WS-YEAR DELIMITED BY SIZE
                      " in disclosure-control; nothing to verify "
                          DELIMITED BY SIZE
                      "against" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
               MOVE 1 TO WS-EXIT-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "VERIFICATION against control set " DELIMITED BY SIZE
                  WS-CONTROL-TS DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING CTL-IDX FROM 1 BY 1
               UNTIL CTL-IDX > CONTROL-COUNT
               PERFORM Verify-One-Control
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           IF WS-DIFFERENCES = 0
               STRING "REPRODUCED - every figure and year control "
                          DELIMITED BY SIZE
                      "total matches control set " DELIMITED BY SIZE
                      WS-CONTROL-TS DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               MOVE WS-DIFFERENCES TO COUNT-DISP
               STRING "NOT REPRODUCED - " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      " difference(s) from control set "
                          DELIMITED BY SIZE
                      WS-CONTROL-TS DELIMITED BY SIZE
                   INTO RPT-LINE
               MOVE 1 TO WS-EXIT-RC
           END-IF
           PERFORM Write-Report-Line
           .

       Verify-One-Control.
           MOVE SPACES TO WS-COMPARE-VALUE
           IF CTL-KIND(CTL-IDX) = "FILE"
               PERFORM VARYING INP-IDX FROM 1 BY 1
                   UNTIL INP-IDX > INPUT-COUNT
                   IF INP-FILE(INP-IDX) = CTL-NAME(CTL-IDX)
                       MOVE INP-PRINT(INP-IDX) TO WS-COMPARE-VALUE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING FIG-IDX FROM 1 BY 1
                   UNTIL FIG-IDX > FIGURE-COUNT
                   IF FIG-NAME(FIG-IDX) = CTL-NAME(CTL-IDX)
                       MOVE FIG-VALUE(FIG-IDX) TO WS-COMPARE-VALUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-COMPARE-VALUE = CTL-VALUE(CTL-IDX)
               EXIT PARAGRAPH
           END-IF
      *> a whole file's fingerprint moves whenever the file grows;
      *> only the year's figures decide the verdict.
           IF CTL-KIND(CTL-IDX) = "FILE"
               MOVE SPACES TO RPT-LINE
               STRING "  changed  FILE " DELIMITED BY SIZE
                      FUNCTION TRIM(CTL-NAME(CTL-IDX))
                          DELIMITED BY SIZE
                      ": was " DELIMITED BY SIZE
                      FUNCTION TRIM(CTL-VALUE(CTL-IDX))
                          DELIMITED BY SIZE
                      ", now " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COMPARE-VALUE) DELIMITED BY SIZE
                      " (information only)" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIFFERENCES
           MOVE SPACES TO RPT-LINE
           STRING "  DIFFERS  " DELIMITED BY SIZE
                  CTL-KIND(CTL-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CTL-NAME(CTL-IDX)) DELIMITED BY SIZE
                  ": was " DELIMITED BY SIZE
                  FUNCTION TRIM(CTL-VALUE(CTL-IDX)) DELIMITED BY SIZE
                  ", now " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMPARE-VALUE) DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       Load-Control-Set.
      *> the year's latest set: a newer stamp starts the set over.
           SET DSC-NOT-AT-END TO TRUE
           OPEN INPUT CONTROL-FILE
           IF CTL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DSC-AT-END
               READ CONTROL-FILE
                   AT END
                       SET DSC-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Control-Record
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           .

       Load-Control-Record.
           MOVE SPACES TO F-YEAR F-TS F-KIND F-NAME F-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY ","
               INTO F-YEAR F-TS F-KIND F-NAME F-VALUE
           END-UNSTRING
           IF F-YEAR NOT = WS-YEAR
               EXIT PARAGRAPH
           END-IF
           IF F-TS NOT = WS-CONTROL-TS
               MOVE F-TS TO WS-CONTROL-TS
               MOVE 0 TO CONTROL-COUNT
           END-IF
           IF CONTROL-COUNT >= MAX-CONTROLS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CONTROL-COUNT
           SET CTL-IDX TO CONTROL-COUNT
           MOVE F-KIND TO CTL-KIND(CTL-IDX)
           MOVE F-NAME TO CTL-NAME(CTL-IDX)
           MOVE F-VALUE TO CTL-VALUE(CTL-IDX)
           .

      *>----------------------------------------------------------
      *> the document
      *>----------------------------------------------------------
       Open-Report.
           MOVE "OPEN" TO RPT-ACTION
           MOVE "sustainability_disclosure" TO RPT-PROGRAM
           MOVE SPACES TO RPT-TITLE
           STRING "Sustainability disclosure " DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
               INTO RPT-TITLE
           MOVE SPACES TO RPT-PARMS
           STRING "year=" DELIMITED BY SIZE
                  WS-YEAR DELIMITED BY SIZE
                  " host=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTNAME) DELIMITED BY SIZE
                  " schedule=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCHEDULE-PATH) DELIMITED BY SIZE
               INTO RPT-PARMS
           IF VERIFY-MODE
               STRING FUNCTION TRIM(RPT-PARMS) DELIMITED BY SIZE
                      " verify=Y" DELIMITED BY SIZE
                   INTO RPT-PARMS
           END-IF
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

       Write-Heading.
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE WS-MONTH-HEAD TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE ALL "-" TO RPT-LINE(1:FUNCTION LENGTH(
               FUNCTION TRIM(WS-MONTH-HEAD)))
           PERFORM Write-Report-Line
           .

       Display-Center-Months.
           MOVE "1. MEASURED ENERGY BY COST CENTER AND MONTH (kWh)"
               TO WS-MONTH-HEAD
           PERFORM Write-Heading
           MOVE SPACES TO RPT-LINE
           MOVE "Center" TO RPT-LINE(1:12)
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               SET WS-MONTH TO MON-IDX
               MOVE WS-MONTH TO RPT-LINE(
                   13 + (MON-IDX - 1) * 9 + 7:2)
           END-PERFORM
           MOVE "Year" TO RPT-LINE(128:4)
           PERFORM Write-Report-Line
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT
               PERFORM Display-Center-Row
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           MOVE "TOTAL" TO RPT-LINE(1:12)
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               MOVE MON-MEAS-KWH(MON-IDX) TO CELL-DISP
               MOVE CELL-DISP TO RPT-LINE(13 + (MON-IDX - 1) * 9 + 1:8)
           END-PERFORM
           MOVE WS-MEAS-KWH TO CTOT-DISP
           MOVE CTOT-DISP TO RPT-LINE(122:10)
           PERFORM Write-Report-Line
           .

       Display-Center-Row.
           MOVE SPACES TO RPT-LINE
           MOVE CTR-NAME(CTR-IDX) TO RPT-LINE(1:12)
           MOVE 0 TO WS-CTR-UJ
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               COMPUTE CELL-DISP ROUNDED =
                   CTR-UJ(CTR-IDX, MON-IDX) / 3600000000000
               MOVE CELL-DISP TO RPT-LINE(13 + (MON-IDX - 1) * 9 + 1:8)
               ADD CTR-UJ(CTR-IDX, MON-IDX) TO WS-CTR-UJ
           END-PERFORM
           COMPUTE CTOT-DISP ROUNDED = WS-CTR-UJ / 3600000000000
           MOVE CTOT-DISP TO RPT-LINE(122:10)
           PERFORM Write-Report-Line
           .

       Display-Grossed-Months.
           MOVE "2. WALL- AND FACILITY-GROSSED ENERGY AND EMISSIONS "
               & "BY MONTH" TO WS-MONTH-HEAD
           PERFORM Write-Heading
           MOVE "Month   Measured kWh  Wall x       Wall kWh   PUE  "
               & "Facility kWh  kgCO2 measured  kgCO2 facility"
               TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               SET WS-MONTH TO MON-IDX
               MOVE MON-MEAS-KWH(MON-IDX) TO KWH-DISP
               MOVE MON-FACTOR(MON-IDX) TO FACTOR-DISP
               MOVE MON-WALL-KWH(MON-IDX) TO KWH2-DISP
               MOVE MON-PUE(MON-IDX) TO PUE-DISP
               MOVE MON-FAC-KWH(MON-IDX) TO KWH3-DISP
               COMPUTE KG-DISP ROUNDED = MON-GRAMS(MON-IDX) / 1000
               COMPUTE KG2-DISP ROUNDED =
                   MON-FAC-GRAMS(MON-IDX) / 1000
               MOVE SPACES TO RPT-LINE
               STRING WS-YEAR DELIMITED BY SIZE
                      WS-MONTH DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      KWH-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FACTOR-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      KWH2-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PUE-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      KWH3-DISP DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      KG-DISP DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      KG2-DISP DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-PERFORM
           MOVE WS-MEAS-KWH TO KWH-DISP
           MOVE WS-WALL-KWH TO KWH2-DISP
           MOVE WS-FAC-KWH TO KWH3-DISP
           COMPUTE KG-DISP ROUNDED = WS-MEAS-GRAMS / 1000
           COMPUTE KG2-DISP ROUNDED = WS-FAC-GRAMS / 1000
           MOVE SPACES TO RPT-LINE
           STRING "YEAR   " DELIMITED BY SIZE
                  KWH-DISP DELIMITED BY SIZE
                  "         " DELIMITED BY SIZE
                  KWH2-DISP DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  KWH3-DISP DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  KG-DISP DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  KG2-DISP DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       Display-Center-Summary.
           MOVE "3. COST CENTER SUMMARY - MEASURED, FACILITY, "
               & "EMISSIONS AND INVOICED" TO WS-MONTH-HEAD
           PERFORM Write-Heading
           MOVE "Center                Measured kWh   Facility kWh  "
               & "kgCO2 facility   Invoiced kWh  Invoices"
               TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT
               MOVE 0 TO WS-CTR-UJ WS-CTR-FAC-KWH WS-CTR-FAC-GRAMS
      *> a center's facility figures carry each month's own wall
      *> factor and PUE, so they add up to the month table's.
               PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
                   ADD CTR-UJ(CTR-IDX, MON-IDX) TO WS-CTR-UJ
                   COMPUTE WS-CTR-FAC-KWH ROUNDED = WS-CTR-FAC-KWH
                       + CTR-UJ(CTR-IDX, MON-IDX) / 3600000000000
                       * MON-FACTOR(MON-IDX) * MON-PUE(MON-IDX)
                   COMPUTE WS-CTR-FAC-GRAMS ROUNDED = WS-CTR-FAC-GRAMS
                       + CTR-GRAMS(CTR-IDX, MON-IDX)
                       * MON-FACTOR(MON-IDX) * MON-PUE(MON-IDX)
               END-PERFORM
               COMPUTE KWH-DISP ROUNDED = WS-CTR-UJ / 3600000000000
               MOVE WS-CTR-FAC-KWH TO KWH2-DISP
               COMPUTE KG-DISP ROUNDED = WS-CTR-FAC-GRAMS / 1000
               COMPUTE SKWH-DISP ROUNDED =
                   CTR-LEDGER-UJ(CTR-IDX) / 3600000000000
               MOVE CTR-INVOICES(CTR-IDX) TO DAYS-DISP
               MOVE SPACES TO RPT-LINE
               STRING CTR-NAME(CTR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      KWH-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      KWH2-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      KG-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SKWH-DISP DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      DAYS-DISP DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-PERFORM
           .

       Display-Factors.
           MOVE "4. COVERAGE AND UNCERTAINTY FACTORS"
               TO WS-MONTH-HEAD
           PERFORM Write-Heading
           MOVE SPACES TO RPT-LINE
           STRING "Wall coverage (wall-coverage.log, host "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTNAME) DELIMITED BY SIZE
                  ") and PUE (room-pue, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROOM) DELIMITED BY SIZE
                  "):" DELIMITED BY SIZE
               INTO RPT-LINE
           IF WS-SITE = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "Wall coverage (wall-coverage.log, host "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOSTNAME) DELIMITED BY SIZE
                      ") and PUE (host has no room position in "
                          DELIMITED BY SIZE
                      "host-registry.dat - PUE 1.00 used):"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           PERFORM Write-Report-Line
           MOVE "Month   Days  Factor  Source  Min day %  Max day %   "
               & "PUE  From" TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               SET WS-MONTH TO MON-IDX
               MOVE MON-DAYS(MON-IDX) TO DAYS-DISP
               MOVE MON-FACTOR(MON-IDX) TO FACTOR-DISP
               MOVE MON-MIN-PCT(MON-IDX) TO PCT-DISP
               MOVE MON-MAX-PCT(MON-IDX) TO PCT2-DISP
               MOVE MON-PUE(MON-IDX) TO PUE-DISP
               MOVE SPACES TO RPT-LINE
               STRING WS-YEAR DELIMITED BY SIZE
                      WS-MONTH DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      DAYS-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FACTOR-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      MON-FACTOR-SRC(MON-IDX) DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      PCT-DISP DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      PCT2-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      PUE-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      MON-PUE-FROM(MON-IDX) DELIMITED BY SIZE
                   INTO RPT-LINE
               IF MON-PUE-FROM(MON-IDX) = SPACES
                   MOVE "none" TO RPT-LINE(65:4)
               END-IF
               PERFORM Write-Report-Line
           END-PERFORM
           MOVE "  Source MON = the month's own coverage days, YEAR "
               & "= the year's factor (no days that month), NONE = "
               & "no coverage at all (1.000)" TO RPT-LINE
           PERFORM Write-Report-Line

           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE WS-UNCERT-PCT TO PCT-DISP
           MOVE WS-FLOOR-LINES TO COUNT-DISP
           MOVE SPACES TO RPT-LINE
           IF FLOOR-COUNT = 0
               STRING "Measurement floor: no host-noise-profile "
                          DELIMITED BY SIZE
                      "record for this host - no floor bound can be "
                          DELIMITED BY SIZE
                      "stated (run noise_floor)" DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               STRING "Measurement floor: +/- " DELIMITED BY SIZE
                      FUNCTION TRIM(PCT-DISP) DELIMITED BY SIZE
                      "% of measured energy (each of " DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      " line(s) bounded by its domain's idle floor)"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           MOVE WS-TIE-RUNS TO COUNT-DISP
           MOVE WS-TIE-FLAGGED TO COUNT2-DISP
           MOVE WS-TIE-MAX-PCT TO PCT-DISP
           STRING "Sweep tie-out: " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  " sweep(s) tied to host-meter.log, "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT2-DISP) DELIMITED BY SIZE
                  " flagged; largest unexplained remainder "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISP) DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           MOVE WS-MEAN-PRICED TO COUNT-DISP
           MOVE WS-MEAN-FACTOR TO GCO2-DISP
           STRING "Emissions: " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  " line(s)/summaries with no scheduled hour priced "
                      DELIMITED BY SIZE
                  "at the 24-hour mean of " DELIMITED BY SIZE
                  FUNCTION TRIM(GCO2-DISP) DELIMITED BY SIZE
                  " gCO2/kWh" DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       Display-Voids.
           MOVE "5. VOIDED-RUN EXCLUSIONS (run-voids register)"
               TO WS-MONTH-HEAD
           PERFORM Write-Heading
           IF VOID-COUNT = 0
               MOVE "No voided run had lines in the year."
                   TO RPT-LINE
               PERFORM Write-Report-Line
               EXIT PARAGRAPH
           END-IF
           MOVE "Run id                   Lines      Excluded kWh"
               TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING VD-IDX FROM 1 BY 1
               UNTIL VD-IDX > VOID-COUNT
               MOVE VD-LINES(VD-IDX) TO COUNT-DISP
               COMPUTE KWH-DISP ROUNDED =
                   VD-UJ(VD-IDX) / 3600000000000
               MOVE SPACES TO RPT-LINE
               STRING VD-RUN(VD-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      KWH-DISP DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-PERFORM
           MOVE WS-VOID-LINES TO COUNT-DISP
           COMPUTE KWH-DISP ROUNDED = WS-VOID-UJ / 3600000000000
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL                 " DELIMITED BY SIZE
                  COUNT-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  KWH-DISP DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       Display-Methodology.
           MOVE "6. METHODOLOGY AND CONTROL TOTALS" TO WS-MONTH-HEAD
           PERFORM Write-Heading
           MOVE "Measured energy is every valid energy-archive.log and "
               & "energy.log data line and monthly summary record "
               & "stamped in the year," TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "all domains - the lines energy_budget_post posts to "
               & "the ledger; runs in the run-voids register are "
               & "excluded." TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "Programs map to cost centers through the benchmark "
               & "master, then the cost-center mapping file, then its "
               & "DEFAULT." TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "Wall energy = measured x the month's summed wall Wh "
               & "/ summed RAPL Wh; facility energy = wall x the "
               & "room's PUE." TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "Emissions = each line's kWh x the schedule band for "
               & "its site-clock hour, grossed by the same factor and "
               & "PUE." TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "Input                    Fingerprint              "
               & "   Read       Used   Control total" TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING INP-IDX FROM 1 BY 1
               UNTIL INP-IDX > INPUT-COUNT
               MOVE INP-READ(INP-IDX) TO COUNT-DISP
               MOVE INP-USED(INP-IDX) TO COUNT2-DISP
               MOVE INP-TOTAL(INP-IDX) TO UJ-DISP
               MOVE SPACES TO RPT-LINE
               MOVE INP-FILE(INP-IDX) TO RPT-LINE(1:24)
               MOVE INP-PRINT(INP-IDX) TO RPT-LINE(26:24)
               MOVE COUNT-DISP TO RPT-LINE(50:9)
               MOVE COUNT2-DISP TO RPT-LINE(61:9)
               IF INP-TOTAL-OF(INP-IDX) NOT = SPACES
                   STRING UJ-DISP DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          INP-TOTAL-OF(INP-IDX) DELIMITED BY SIZE
                       INTO RPT-LINE(71:42)
               END-IF
               PERFORM Write-Report-Line
           END-PERFORM
           MOVE "  (run-voids: Used is the voided runs that had lines "
               & "in the year)" TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "  Used and the control totals count the year's rows "
               & "only; verification compares those and the figures,"
               TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "  not the whole-file fingerprints, which move as the "
               & "logs grow." TO RPT-LINE
           PERFORM Write-Report-Line

      *> measured against invoiced: the gap is posting lag (runs
      *> logged but not yet posted) or lines posted before a void.
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           COMPUTE WS-TIE-DIFF-UJ = WS-TOTAL-UJ - WS-LEDGER-UJ
           MOVE 0 TO WS-TIE-DIFF-PCT
           IF WS-TOTAL-UJ > 0
               COMPUTE WS-TIE-DIFF-PCT ROUNDED =
                   WS-TIE-DIFF-UJ * 100 / WS-TOTAL-UJ
           END-IF
           COMPUTE SKWH-DISP ROUNDED = WS-TIE-DIFF-UJ / 3600000000000
           MOVE WS-TIE-DIFF-PCT TO SPCT-DISP
           MOVE WS-INVOICES TO COUNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING "Ledger tie-out: measured less invoiced = "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(SKWH-DISP) DELIMITED BY SIZE
                  " kWh (" DELIMITED BY SIZE
                  FUNCTION TRIM(SPCT-DISP) DELIMITED BY SIZE
                  "%) across " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  " invoice(s) for the year's periods"
                      DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       END PROGRAM sustainability-disclosure.
