       IDENTIFICATION DIVISION.
       PROGRAM-ID. sweep-tieout.
       AUTHOR. Shiva9361.

      *> Measured-versus-metered tie-out: host_meter records the
      *> host's consumption around the clock and batch_driver's
      *> sweep bracket records what the sweep measured, but nothing
      *> checked that the two agree for the same hours. For each
      *> sweep this takes the SWEEP-BEG->SWEEP-END window (the
      *> bracket line's timestamp is the window end, its elapsed
      *> seconds the length), sums host-meter.log's package
      *> intervals over exactly that window - an interval straddling
      *> either edge counts for the share of its seconds inside -
      *> and compares the metered figure with:
      *>
      *>   the sweep's bracketed package total (the meter and the
      *>       bracket read the same counters, so these should
      *>       agree closely), and
      *>   the sum of the sweep's step lines (package domains, the
      *>       same like-for-like selection batch_driver's own
      *>       reconciliation makes).
      *>
      *> Metered energy the steps do not account for is the
      *> unexplained remainder - startup and inter-step gaps plus
      *> whatever background load ran on the host, all of it
      *> silently charged to the benchmarks. A night whose remainder
      *> is over COBJOULES_TIEOUT_PCT (default 10) percent of the
      *> metered total is FLAGGED and the job ends RETURN-CODE 1,
      *> the energy_reconcile convention, so the overnight chain can
      *> react.
      *>
      *> Every sweep tied out is appended to "sweep-tieout.log":
      *>   <ts>,<run>,<night YYYYMMDD>,<host>,<window secs>,
      *>   <metered secs>,<metered uJ>,<bracket uJ>,<steps uJ>,
      *>   <remainder uJ>,<remainder pct>,<OK|FLAGGED|PARTIAL>
      *> and a sweep already in it is not tied out again, so the
      *> nightly run only picks up new sweeps. PARTIAL means the
      *> meter was down for part of the window (metered seconds
      *> short of the window), so the figures cannot be trusted
      *> either way. A sweep whose window ends after the last
      *> metered interval is left for the next run - the meter has
      *> not caught up with it yet.
      *>
      *> COBJOULES_TIEOUT_RUN_ID (optional) - tie out this one sweep
      *>     only, even if it was tied out before.
      *> COBJOULES_TIEOUT_HOST   (optional) - the host-meter.log
      *>     host to use; default this host's name, as host_meter
      *>     records it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TIE-FS.

           SELECT METER-LOG-IN ASSIGN TO "host-meter.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MTR-FS.

           SELECT TIEOUT-LOG ASSIGN TO "sweep-tieout.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TOL-FS.

           SELECT HOSTNAME-FILE ASSIGN TO
               "/proc/sys/kernel/hostname"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENERGY-LOG-IN.
      *> matches energy_report.cbl's record width.
       01  TIE-RECORD PIC X(320).

       FD  METER-LOG-IN.
       01  MTR-RECORD PIC X(160).

       FD  TIEOUT-LOG.
       01  TIEOUT-RECORD PIC X(250).

       FD  HOSTNAME-FILE.
       01  HOSTNAME-RECORD PIC X(64).

       WORKING-STORAGE SECTION.
       01  TIE-FS        PIC XX.
       01  MTR-FS        PIC XX.
       01  TOL-FS        PIC XX.
       01  HOST-FS       PIC XX.
       01  TIE-EOF       PIC X VALUE 'N'.
           88  TIE-AT-END     VALUE 'Y'.
           88  TIE-NOT-AT-END VALUE 'N'.

       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".

       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

       01  WS-RUN-FILTER PIC X(21) VALUE SPACES.
       01  WS-HOST-ENV   PIC X(64) VALUE SPACES.
       01  WS-HOSTNAME   PIC X(64) VALUE "unknown-host".
       01  WS-PCT-ENV    PIC X(8) VALUE SPACES.
       01  WS-PCT-LIMIT  PIC 9(3)V9(2) VALUE 10.
       01  WS-STAMP      PIC X(21).

      *> sweeps already tied out - "sweep-tieout.log"'s run ids.
       01  MAX-DONE      PIC 9(4) VALUE 2000.
       01  DONE-COUNT    PIC 9(4) VALUE 0.
       01  DONE-TABLE.
           05  DONE-RUN OCCURS 2000 TIMES INDEXED BY DONE-IDX
                                   PIC X(21).
       01  F-DONE-TS     PIC X(21).
       01  F-DONE-RUN    PIC X(21).

       01  MAX-SWEEPS    PIC 9(3) VALUE 200.
       01  SWEEP-COUNT   PIC 9(3) VALUE 0.
       01  SWEEP-TABLE.
           05  SWEEP-ENTRY OCCURS 200 TIMES INDEXED BY SWP-IDX.
               10  SWP-RUN       PIC X(21).
               10  SWP-END-TS    PIC X(21).
               10  SWP-SECS      PIC 9(8).
               10  SWP-START-EP  PIC 9(11).
               10  SWP-END-EP    PIC 9(11).
               10  SWP-BRACKET   PIC 9(15).
               10  SWP-STEPS     PIC 9(15).
               10  SWP-METERED   PIC 9(15)V9(3) COMP-3.
               10  SWP-COVERED   PIC 9(8)V9(3) COMP-3.
       01  WS-SWEEP-MATCH PIC 9(3).
       01  WS-FOUND      PIC 9(1).

      *> CURRENT-DATE-to-epoch arithmetic, the same batch_driver's
      *> Compute-Epoch-Secs uses - both logs stamp local time.
       01  WS-EPOCH-TS   PIC X(21).
       01  WS-EPOCH-DATE8 PIC 9(8).
       01  WS-EPOCH-WORK PIC 9(11).

       01  F-TS          PIC X(21).
       01  F-HOST        PIC X(64).
       01  F-DOMAIN      PIC X(24).
       01  F-DELTA       PIC X(15).
       01  F-SECS        PIC X(8).
       01  WS-DELTA-NUM  PIC 9(15).
       01  WS-SECS-NUM   PIC 9(8).
       01  WS-INT-END    PIC 9(11).
       01  WS-INT-START  PIC 9(11).
       01  WS-LAST-METERED PIC 9(11) VALUE 0.
       01  WS-OVER-FROM  PIC 9(11).
       01  WS-OVER-TO    PIC 9(11).
       01  WS-OVERLAP    PIC 9(8).

       01  WS-REMAINDER  PIC S9(15)V9(3) COMP-3.
       01  WS-METER-GAP  PIC S9(15)V9(3) COMP-3.
       01  WS-REM-PCT    PIC S9(5)V9(2) COMP-3.
       01  WS-STATUS     PIC X(8).
       01  WS-TIED       PIC 9(3) VALUE 0.
       01  WS-FLAGGED    PIC 9(3) VALUE 0.
       01  WS-PARTIAL    PIC 9(3) VALUE 0.
       01  WS-PENDING    PIC 9(3) VALUE 0.

       01  UJ-DISP       PIC Z(14)9.
       01  SUJ-DISP      PIC -(14)9.
       01  PCT-DISP      PIC -(4)9.99.
       01  LIMIT-DISP    PIC ZZ9.99.
       01  SECS-DISP     PIC Z(7)9.
       01  COVERED-DISP  PIC Z(7)9.
       01  METERED-DISP  PIC Z(14)9.
       01  BRACKET-DISP  PIC Z(14)9.
       01  STEPS-DISP    PIC Z(14)9.
       01  REM-DISP      PIC -(14)9.

       PROCEDURE DIVISION.
       Main-Tieout.
           ACCEPT WS-RUN-FILTER FROM ENVIRONMENT
               "COBJOULES_TIEOUT_RUN_ID"
           ACCEPT WS-PCT-ENV FROM ENVIRONMENT "COBJOULES_TIEOUT_PCT"
           IF WS-PCT-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-PCT-ENV)) = 0
                   COMPUTE WS-PCT-LIMIT = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-PCT-ENV))
               ELSE
                   DISPLAY "sweep_tieout: WARNING - "
                       "COBJOULES_TIEOUT_PCT is not numeric ("
                       FUNCTION TRIM(WS-PCT-ENV) ") - using 10"
               END-IF
           END-IF
           ACCEPT WS-HOST-ENV FROM ENVIRONMENT "COBJOULES_TIEOUT_HOST"
           IF WS-HOST-ENV NOT = SPACES
               MOVE WS-HOST-ENV TO WS-HOSTNAME
           ELSE
               OPEN INPUT HOSTNAME-FILE
               IF HOST-FS = "00"
                   READ HOSTNAME-FILE
                       NOT AT END
                           MOVE HOSTNAME-RECORD TO WS-HOSTNAME
                   END-READ
                   CLOSE HOSTNAME-FILE
               END-IF
           END-IF

           PERFORM Load-Done-Sweeps
           PERFORM Collect-Sweeps
           IF SWEEP-COUNT = 0
               DISPLAY "sweep_tieout: no sweeps to tie out"
               STOP RUN
           END-IF
           PERFORM Collect-Step-Totals
           PERFORM Collect-Metered

           MOVE WS-PCT-LIMIT TO LIMIT-DISP
           DISPLAY "=========================================="
               "=========================="
           DISPLAY "Sweep tie-out: measured vs metered (host "
               FUNCTION TRIM(WS-HOSTNAME) ", flag over "
               FUNCTION TRIM(LIMIT-DISP) "% unexplained)"
           PERFORM VARYING SWP-IDX FROM 1 BY 1
               UNTIL SWP-IDX > SWEEP-COUNT
               PERFORM Tie-Out-Sweep THRU Tie-Out-Sweep-Exit
           END-PERFORM

           DISPLAY "sweep_tieout: " WS-TIED " sweep(s) tied out, "
               WS-FLAGGED " flagged, " WS-PARTIAL " partial, "
               WS-PENDING " waiting on the meter"
           IF WS-FLAGGED > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Done-Sweeps.
           IF WS-RUN-FILTER NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           SET TIE-NOT-AT-END TO TRUE
           OPEN INPUT TIEOUT-LOG
           IF TOL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TIE-AT-END
               READ TIEOUT-LOG
                   AT END
                       SET TIE-AT-END TO TRUE
                   NOT AT END
                       MOVE SPACES TO F-DONE-TS F-DONE-RUN
                       UNSTRING TIEOUT-RECORD DELIMITED BY ","
                           INTO F-DONE-TS F-DONE-RUN
                       END-UNSTRING
                       IF F-DONE-RUN NOT = SPACES
                           IF DONE-COUNT < MAX-DONE
                               ADD 1 TO DONE-COUNT
                               MOVE F-DONE-RUN TO DONE-RUN(DONE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIEOUT-LOG
           .

       Collect-Sweeps.
           SET TIE-NOT-AT-END TO TRUE
           OPEN INPUT ENERGY-LOG-IN
           IF TIE-FS NOT = "00"
               DISPLAY "sweep_tieout: ERROR - could not open "
                   "energy.log (status " TIE-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL TIE-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET TIE-AT-END TO TRUE
                   NOT AT END
                       PERFORM Note-Sweep-Line THRU
                           Note-Sweep-Line-Exit
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN
           .

       Note-Sweep-Line.
           MOVE TIE-RECORD TO ELOG-RAW-LINE
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF NOT ELOG-LINE-VALID OR NOT ELOG-IS-SWEEP
                   OR ELOG-DOMAIN(1:7) NOT = "package"
               GO TO Note-Sweep-Line-Exit
           END-IF
           IF WS-RUN-FILTER NOT = SPACES
                   AND FUNCTION TRIM(ELOG-RUNID) NOT =
                       FUNCTION TRIM(WS-RUN-FILTER)
               GO TO Note-Sweep-Line-Exit
           END-IF
           PERFORM VARYING DONE-IDX FROM 1 BY 1
               UNTIL DONE-IDX > DONE-COUNT
               IF DONE-RUN(DONE-IDX) = FUNCTION TRIM(ELOG-RUNID)
                   GO TO Note-Sweep-Line-Exit
               END-IF
           END-PERFORM
           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-VOID-LOOKUP
           CALL "run_void_check" USING WS-VOID-LOOKUP
               WS-VOIDED-FLAG
           IF WS-VOIDED-FLAG = 'Y'
               GO TO Note-Sweep-Line-Exit
           END-IF
           IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(ELOG-ELAPSED-X)) NOT = 0
                   OR ELOG-TIMESTAMP(1:14) IS NOT NUMERIC
               GO TO Note-Sweep-Line-Exit
           END-IF

      *> one bracket line per package domain - the sweep's entry
      *> takes them all.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING SWP-IDX FROM 1 BY 1
               UNTIL SWP-IDX > SWEEP-COUNT OR WS-FOUND = 1
               IF SWP-RUN(SWP-IDX) = FUNCTION TRIM(ELOG-RUNID)
                   MOVE 1 TO WS-FOUND
                   MOVE SWP-IDX TO WS-SWEEP-MATCH
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET SWP-IDX TO WS-SWEEP-MATCH
               ADD ELOG-DELTA-UJ TO SWP-BRACKET(SWP-IDX)
               GO TO Note-Sweep-Line-Exit
           END-IF
           IF SWEEP-COUNT >= MAX-SWEEPS
               DISPLAY "sweep_tieout: WARNING - sweep table full ("
                   MAX-SWEEPS "), run " FUNCTION TRIM(ELOG-RUNID)
                   " left for the next run"
               GO TO Note-Sweep-Line-Exit
           END-IF
           ADD 1 TO SWEEP-COUNT
           SET SWP-IDX TO SWEEP-COUNT
           MOVE FUNCTION TRIM(ELOG-RUNID) TO SWP-RUN(SWP-IDX)
           MOVE ELOG-TIMESTAMP TO SWP-END-TS(SWP-IDX)
           COMPUTE SWP-SECS(SWP-IDX) = FUNCTION NUMVAL(
               FUNCTION TRIM(ELOG-ELAPSED-X))
           MOVE ELOG-TIMESTAMP TO WS-EPOCH-TS
           PERFORM Compute-Epoch-Secs
           MOVE WS-EPOCH-WORK TO SWP-END-EP(SWP-IDX)
           COMPUTE SWP-START-EP(SWP-IDX) =
               WS-EPOCH-WORK - SWP-SECS(SWP-IDX)
           MOVE ELOG-DELTA-UJ TO SWP-BRACKET(SWP-IDX)
           MOVE 0 TO SWP-STEPS(SWP-IDX) SWP-METERED(SWP-IDX)
               SWP-COVERED(SWP-IDX)
           .
       Note-Sweep-Line-Exit.
           EXIT.

       Collect-Step-Totals.
      *> ordinary package data lines of each sweep's run - the
      *> bracket itself, region lines and trailers excluded, as in
      *> batch_driver's Tally-Step-Line.
           SET TIE-NOT-AT-END TO TRUE
           OPEN INPUT ENERGY-LOG-IN
           IF TIE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TIE-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET TIE-AT-END TO TRUE
                   NOT AT END
                       MOVE TIE-RECORD TO ELOG-RAW-LINE
                       CALL "energy_log_read" USING ELOG-RAW-LINE
                           ELOG-PARSED
                       IF ELOG-LINE-VALID AND ELOG-IS-DATA
                               AND ELOG-DOMAIN(1:7) = "package"
                           PERFORM Add-Step-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN
           .

       Add-Step-Line.
           PERFORM VARYING SWP-IDX FROM 1 BY 1
               UNTIL SWP-IDX > SWEEP-COUNT
               IF SWP-RUN(SWP-IDX) = FUNCTION TRIM(ELOG-RUNID)
                   ADD ELOG-DELTA-UJ TO SWP-STEPS(SWP-IDX)
               END-IF
           END-PERFORM
           .

       Collect-Metered.
           SET TIE-NOT-AT-END TO TRUE
           OPEN INPUT METER-LOG-IN
           IF MTR-FS NOT = "00"
               DISPLAY "sweep_tieout: ERROR - could not open "
                   "host-meter.log (status " MTR-FS ") - run "
                   "host_meter first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL TIE-AT-END
               READ METER-LOG-IN
                   AT END
                       SET TIE-AT-END TO TRUE
                   NOT AT END
                       PERFORM Meter-Line THRU Meter-Line-Exit
               END-READ
           END-PERFORM
           CLOSE METER-LOG-IN
           .

       Meter-Line.
           MOVE SPACES TO F-TS F-HOST F-DOMAIN F-DELTA F-SECS
           UNSTRING MTR-RECORD DELIMITED BY ","
               INTO F-TS F-HOST F-DOMAIN F-DELTA F-SECS
           END-UNSTRING
           IF FUNCTION TRIM(F-HOST) NOT = FUNCTION TRIM(WS-HOSTNAME)
                   OR F-DOMAIN(1:7) NOT = "package"
                   OR F-TS(1:14) IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-DELTA)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-SECS)) NOT = 0
               GO TO Meter-Line-Exit
           END-IF
           COMPUTE WS-DELTA-NUM = FUNCTION NUMVAL(
               FUNCTION TRIM(F-DELTA))
           COMPUTE WS-SECS-NUM = FUNCTION NUMVAL(
               FUNCTION TRIM(F-SECS))
           IF WS-SECS-NUM = 0
               GO TO Meter-Line-Exit
           END-IF
           MOVE F-TS TO WS-EPOCH-TS
           PERFORM Compute-Epoch-Secs
           MOVE WS-EPOCH-WORK TO WS-INT-END
           COMPUTE WS-INT-START = WS-INT-END - WS-SECS-NUM
           IF WS-INT-END > WS-LAST-METERED
               MOVE WS-INT-END TO WS-LAST-METERED
           END-IF

           PERFORM VARYING SWP-IDX FROM 1 BY 1
               UNTIL SWP-IDX > SWEEP-COUNT
               IF WS-INT-END > SWP-START-EP(SWP-IDX)
                       AND WS-INT-START < SWP-END-EP(SWP-IDX)
                   PERFORM Add-Metered-Share
               END-IF
           END-PERFORM
           .
       Meter-Line-Exit.
           EXIT.

       Add-Metered-Share.
           MOVE WS-INT-START TO WS-OVER-FROM
           IF SWP-START-EP(SWP-IDX) > WS-OVER-FROM
               MOVE SWP-START-EP(SWP-IDX) TO WS-OVER-FROM
           END-IF
           MOVE WS-INT-END TO WS-OVER-TO
           IF SWP-END-EP(SWP-IDX) < WS-OVER-TO
               MOVE SWP-END-EP(SWP-IDX) TO WS-OVER-TO
           END-IF
           COMPUTE WS-OVERLAP = WS-OVER-TO - WS-OVER-FROM
           COMPUTE SWP-METERED(SWP-IDX) ROUNDED =
               SWP-METERED(SWP-IDX)
               + WS-DELTA-NUM * WS-OVERLAP / WS-SECS-NUM
      *> metered seconds count once per interval, on the first
      *> package - the same rule meter_report's hours follow.
           IF F-DOMAIN(8:2) = "-0"
               ADD WS-OVERLAP TO SWP-COVERED(SWP-IDX)
           END-IF
           .

       Tie-Out-Sweep.
           IF WS-LAST-METERED < SWP-END-EP(SWP-IDX)
               ADD 1 TO WS-PENDING
               DISPLAY "sweep_tieout: run " FUNCTION TRIM(
                   SWP-RUN(SWP-IDX)) " ends after the last metered "
                   "interval - left for the next run"
               GO TO Tie-Out-Sweep-Exit
           END-IF
           ADD 1 TO WS-TIED
           COMPUTE WS-REMAINDER = SWP-METERED(SWP-IDX)
               - SWP-STEPS(SWP-IDX)
           COMPUTE WS-METER-GAP = SWP-METERED(SWP-IDX)
               - SWP-BRACKET(SWP-IDX)
           MOVE 0 TO WS-REM-PCT
           IF SWP-METERED(SWP-IDX) > 0
               COMPUTE WS-REM-PCT ROUNDED =
                   WS-REMAINDER * 100 / SWP-METERED(SWP-IDX)
           END-IF
           EVALUATE TRUE
               WHEN SWP-COVERED(SWP-IDX) < SWP-SECS(SWP-IDX)
                   MOVE "PARTIAL" TO WS-STATUS
                   ADD 1 TO WS-PARTIAL
               WHEN WS-REM-PCT > WS-PCT-LIMIT
                   MOVE "FLAGGED" TO WS-STATUS
                   ADD 1 TO WS-FLAGGED
               WHEN OTHER
                   MOVE "OK" TO WS-STATUS
           END-EVALUATE

           MOVE SWP-SECS(SWP-IDX) TO SECS-DISP
           MOVE SWP-COVERED(SWP-IDX) TO COVERED-DISP
           DISPLAY " "
           DISPLAY "Run " FUNCTION TRIM(SWP-RUN(SWP-IDX))
               "  night " SWP-END-TS(SWP-IDX)(1:8) "  window "
               FUNCTION TRIM(SECS-DISP) "s, metered "
               FUNCTION TRIM(COVERED-DISP) "s"
           MOVE SWP-METERED(SWP-IDX) TO UJ-DISP
           DISPLAY "  Metered package energy   " UJ-DISP " uJ"
           MOVE SWP-BRACKET(SWP-IDX) TO UJ-DISP
           MOVE WS-METER-GAP TO SUJ-DISP
           DISPLAY "  Sweep bracket total      " UJ-DISP " uJ"
               "  (meter - bracket " FUNCTION TRIM(SUJ-DISP) ")"
           MOVE SWP-STEPS(SWP-IDX) TO UJ-DISP
           DISPLAY "  Sum of step lines        " UJ-DISP " uJ"
           MOVE WS-REMAINDER TO SUJ-DISP
           MOVE WS-REM-PCT TO PCT-DISP
           DISPLAY "  Unexplained remainder    " SUJ-DISP " uJ  ("
               FUNCTION TRIM(PCT-DISP) "% of metered)"
           EVALUATE WS-STATUS
               WHEN "FLAGGED"
                   DISPLAY "  ** FLAGGED - over "
                       FUNCTION TRIM(LIMIT-DISP) "% of the metered "
                       "energy is background load charged to the "
                       "benchmarks **"
               WHEN "PARTIAL"
                   DISPLAY "  ** PARTIAL - the meter did not cover "
                       "the whole window; no verdict **"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM Write-Tieout-Record
           .
       Tie-Out-Sweep-Exit.
           EXIT.

       Write-Tieout-Record.
           OPEN EXTEND TIEOUT-LOG
           IF TOL-FS = "05" OR TOL-FS = "35"
               OPEN OUTPUT TIEOUT-LOG
           END-IF
           IF TOL-FS NOT = "00"
               DISPLAY "sweep_tieout: WARNING - could not open "
                   "sweep-tieout.log (status " TOL-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE SWP-METERED(SWP-IDX) TO METERED-DISP
           MOVE SWP-BRACKET(SWP-IDX) TO BRACKET-DISP
           MOVE SWP-STEPS(SWP-IDX) TO STEPS-DISP
           MOVE WS-REMAINDER TO REM-DISP
           MOVE SPACES TO TIEOUT-RECORD
           STRING WS-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SWP-RUN(SWP-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SWP-END-TS(SWP-IDX)(1:8) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTNAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SECS-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(COVERED-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(METERED-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(BRACKET-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(STEPS-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(REM-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATUS) DELIMITED BY SIZE
               INTO TIEOUT-RECORD
           WRITE TIEOUT-RECORD
           CLOSE TIEOUT-LOG
           .

       Compute-Epoch-Secs.
           MOVE WS-EPOCH-TS(1:8) TO WS-EPOCH-DATE8
           COMPUTE WS-EPOCH-WORK =
               FUNCTION INTEGER-OF-DATE(WS-EPOCH-DATE8) * 86400
               + FUNCTION NUMVAL(WS-EPOCH-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-EPOCH-TS(11:2)) * 60
               + FUNCTION NUMVAL(WS-EPOCH-TS(13:2))
           .

       END PROGRAM sweep-tieout.
