       IDENTIFICATION DIVISION.
       PROGRAM-ID. sla-report.
       AUTHOR. Shiva9361.

      *> Batch service-level report: how reliable the overnight
      *> window is, month by month, rebuilt from what the sweeps
      *> already leave behind instead of by hand:
      *>
      *>   sweep-schedule.log   - deck_scheduler's decision for each
      *>                          night (SCHEDULED, RAN, SKIPPED-*)
      *>   batch-summary-*.log  - batch_driver's per-step start/end
      *>                          and closing "Sweep outcome" line
      *>                          (COMPLETE / WINDOW-CLOSED / ABORTED,
      *>                          window end, where it stopped)
      *>   batch-step-times     - last known duration per step, used
      *>                          when a step has no earlier history
      *>
      *> A night runs from noon to noon, so a sweep started at 22:00
      *> or at 01:30 both belong to the evening it was launched in.
      *> For every night of the month the report says whether a
      *> sweep was scheduled, whether it ran, whether it completed
      *> every step before the window end (the window recorded on
      *> the sweep's outcome line, else COBJOULES_WINDOW_END), which
      *> steps ran late and how many steps carried over to the next
      *> night. A step is late when it took more than
      *> COBJOULES_SLA_LATE_PCT percent (default 25) - and at least
      *> a minute - longer than its average over every earlier
      *> sweep. Summaries written before the outcome line existed
      *> are judged from their step lines alone (INCOMPLETE when a
      *> step did not run).
      *>
      *> The month closes with the on-time percentage (on-time
      *> nights over nights that were due - scheduled or run;
      *> blackout and no-rule nights are not due), the worst
      *> offending steps by total overrun, and the same figures for
      *> the three months before it as the trend.
      *>
      *> COBJOULES_SLA_PERIOD   (optional) - YYYYMM, default the
      *>     month before the current one
      *> COBJOULES_SLA_LATE_PCT (optional) - late threshold percent
      *>
      *> Output file: sla-report-<YYYYMM>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-LOG-IN ASSIGN TO "sweep-schedule.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SLOG-FS.

           SELECT SUMMARIES-IN ASSIGN TO "sla-summaries.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUMM-FS.

           SELECT STEP-TIMES-FILE ASSIGN TO "batch-step-times"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STT-FS.

           SELECT SLA-REPORT-OUT ASSIGN TO WS-REPORT-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-LOG-IN.
       01  SCHED-LOG-RECORD PIC X(200).

       FD  SUMMARIES-IN.
       01  SUMMARY-RECORD PIC X(400).

       FD  STEP-TIMES-FILE.
       01  STEP-TIMES-RECORD PIC X(120).

       FD  SLA-REPORT-OUT.
       01  SLA-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  SLOG-FS       PIC XX.
       01  SUMM-FS       PIC XX.
       01  STT-FS        PIC XX.
       01  RPT-FS        PIC XX.
       01  SLA-EOF       PIC X VALUE 'N'.
           88  SLA-AT-END     VALUE 'Y'.
           88  SLA-NOT-AT-END VALUE 'N'.

       01  WS-PERIOD-ENV PIC X(6) VALUE SPACES.
       01  WS-PERIOD     PIC X(6).
       01  WS-PCT-ENV    PIC X(4) VALUE SPACES.
       01  WS-LATE-PCT   PIC 9(3) VALUE 25.
       01  WS-WINDOW-ENV PIC X(5) VALUE SPACES.
       01  WS-DEFAULT-WINDOW PIC X(4) VALUE "NONE".
       01  WS-TODAY      PIC X(21).
       01  WS-YYYY       PIC 9(4).
       01  WS-MM         PIC 9(2).
       01  WS-REPORT-PATH PIC X(40) VALUE SPACES.
       01  WS-CMD        PIC X(200) VALUE SPACES.
       01  WS-RC         PIC S9(9) COMP-5 VALUE 0.
       01  WS-TMP-NAME   PIC X(40) VALUE "sla-summaries.tmp".

      *> schedule log fields: stamp, schedule date, kind, detail.
       01  G-STAMP       PIC X(21).
       01  G-DATE        PIC X(8).
       01  G-KIND        PIC X(24).
       01  G-DETAIL      PIC X(60).
       01  G-RC          PIC X(12).

      *> one entry per night the schedule log or a sweep mentions.
       01  MAX-NIGHTS    PIC 9(3) VALUE 400.
       01  NIGHT-COUNT   PIC 9(3) VALUE 0.
       01  NIGHT-TABLE.
           05  NIGHT-ENTRY OCCURS 400 TIMES INDEXED BY NGT-IDX.
               10  NGT-DATE      PIC X(8).
               10  NGT-SCHEDULED PIC X.
               10  NGT-SKIP      PIC X(12).
               10  NGT-RAN-RC    PIC X(9).
               10  NGT-SWEEP     PIC 9(3).
       01  WS-NIGHT-MATCH PIC 9(3).

      *> one entry per sweep section in the summaries.
       01  MAX-SWEEPS    PIC 9(3) VALUE 400.
       01  SWEEP-COUNT   PIC 9(3) VALUE 0.
       01  SWEEP-TABLE.
           05  SWEEP-ENTRY OCCURS 400 TIMES INDEXED BY SWP-IDX.
               10  SWP-RUN-ID    PIC X(21).
               10  SWP-NIGHT     PIC X(8).
               10  SWP-OUTCOME   PIC X(13).
               10  SWP-START     PIC X(14).
               10  SWP-END       PIC X(14).
               10  SWP-WINDOW    PIC X(4).
               10  SWP-STEPS     PIC 9(2).
               10  SWP-STOP      PIC 9(2).
               10  SWP-RESUMED   PIC 9(2).
               10  SWP-NOT-RUN   PIC 9(2).
               10  SWP-HAS-OUTCOME PIC X.

       01  MAX-STEP-ROWS PIC 9(4) VALUE 4000.
       01  STEP-ROW-COUNT PIC 9(4) VALUE 0.
       01  STEP-ROW-TABLE.
           05  STEP-ROW OCCURS 4000 TIMES INDEXED BY ROW-IDX.
               10  ROW-SWEEP     PIC 9(3).
               10  ROW-STEP-NO   PIC 9(2).
               10  ROW-CMD       PIC X(60).
               10  ROW-RAN       PIC X.
               10  ROW-SECS      PIC 9(7).
               10  ROW-HIST      PIC 9(7).
               10  ROW-LATE      PIC X.
       01  WS-ROW-HOLD   PIC 9(4).

       01  MAX-STEP-TIMES PIC 9(2) VALUE 50.
       01  STT-COUNT     PIC 9(2) VALUE 0.
       01  STT-TABLE.
           05  STT-ENTRY OCCURS 50 TIMES INDEXED BY STT-IDX.
               10  STT-CMD  PIC X(60).
               10  STT-SECS PIC 9(6).
       01  F-STT-CMD     PIC X(100).
       01  F-STT-SECS    PIC X(8).

      *> worst offenders for the month, by command.
       01  MAX-OFFENDERS PIC 9(2) VALUE 50.
       01  OFF-COUNT     PIC 9(2) VALUE 0.
       01  OFF-TABLE.
           05  OFF-ENTRY OCCURS 50 TIMES INDEXED BY OFF-IDX.
               10  OFF-CMD       PIC X(60).
               10  OFF-LATE      PIC 9(5).
               10  OFF-OVER-SECS PIC 9(9).
               10  OFF-SHOWN     PIC X.
       01  WS-BEST-IDX   PIC 9(2).
       01  WS-BEST-SECS  PIC 9(9).
       01  WS-RANK       PIC 9(2).

      *> summary-line parsing.
       01  T-WORD        PIC X(21) OCCURS 17 TIMES.
       01  WS-CUR-SWEEP  PIC 9(3) VALUE 0.
       01  WS-CMD-TEXT   PIC X(140).
       01  WS-CMD-PART   PIC X(60).
       01  WS-ROW-START  PIC X(21).
       01  WS-ROW-END    PIC X(21).

      *> date and time arithmetic.
       01  WS-TS         PIC X(21).
       01  WS-NIGHT      PIC X(8).
       01  WS-DATE8      PIC 9(8).
       01  WS-DAY-INT    PIC 9(9).
       01  WS-EPOCH      PIC 9(12).
       01  WS-EPOCH-START PIC 9(12).
       01  WS-EPOCH-END  PIC 9(12).
       01  WS-WINDOW-EPOCH PIC 9(12).
       01  WS-HHMM       PIC 9(4).
       01  WS-HIST-TOTAL PIC 9(12).
       01  WS-HIST-SAMPLES PIC 9(5).
       01  WS-LIMIT      PIC 9(9).
       01  WS-OVER       PIC 9(9).

      *> per-month statistics, for the month reported and the trend.
       01  WS-STAT-PERIOD PIC X(6).
       01  WS-STAT-FIRST-INT PIC 9(9).
       01  WS-STAT-DAYS  PIC 9(2).
       01  WS-DAY-NO     PIC 9(2).
       01  WS-NEXT-YYYY  PIC 9(4).
       01  WS-NEXT-MM    PIC 9(2).
       01  WS-WRITE-NIGHTS PIC X VALUE 'N'.
       01  ST-DUE        PIC 9(3).
       01  ST-SCHEDULED  PIC 9(3).
       01  ST-RAN        PIC 9(3).
       01  ST-ON-TIME    PIC 9(3).
       01  ST-LATE-STEPS PIC 9(5).
       01  ST-CARRIED    PIC 9(5).
       01  ST-CARRIED-SECS PIC 9(9).
       01  ST-PCT        PIC 9(3)V9.
       01  PCT-DISP      PIC ZZ9.9.

      *> one night's verdict.
       01  NV-SCHED      PIC X(12).
       01  NV-RAN        PIC X(12).
       01  NV-RESULT     PIC X(16).
       01  NV-LATE       PIC 9(3).
       01  NV-CARRIED    PIC 9(3).
       01  NV-CARRIED-SECS PIC 9(7).
       01  NV-ON-TIME    PIC X.
       01  NV-DUE        PIC X.
       01  NV-SWEEP      PIC 9(3).

       01  WS-TREND-BACK PIC 9(1).
       01  WS-TREND-N    PIC 9(1).
       01  NUM3-DISP     PIC ZZ9.
       01  NUM5-DISP     PIC ZZZZ9.
       01  SECS-DISP     PIC Z(6)9.
       01  SECS2-DISP    PIC Z(6)9.

       PROCEDURE DIVISION.
       Main-Sla.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT
               "COBJOULES_SLA_PERIOD"
           IF WS-PERIOD-ENV NOT = SPACES
                   AND WS-PERIOD-ENV IS NUMERIC
               MOVE WS-PERIOD-ENV TO WS-PERIOD
           ELSE
      *> default: the month just finished, as cost_invoice bills.
               MOVE WS-TODAY(1:4) TO WS-YYYY
               MOVE WS-TODAY(5:2) TO WS-MM
               IF WS-MM = 1
                   SUBTRACT 1 FROM WS-YYYY
                   MOVE 12 TO WS-MM
               ELSE
                   SUBTRACT 1 FROM WS-MM
               END-IF
               MOVE WS-YYYY TO WS-PERIOD(1:4)
               MOVE WS-MM TO WS-PERIOD(5:2)
           END-IF
           ACCEPT WS-PCT-ENV FROM ENVIRONMENT
               "COBJOULES_SLA_LATE_PCT"
           IF WS-PCT-ENV NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-PCT-ENV)) = 0
               COMPUTE WS-LATE-PCT = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-PCT-ENV))
           END-IF
           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT
               "COBJOULES_WINDOW_END"
           IF WS-WINDOW-ENV(1:4) IS NUMERIC
               MOVE WS-WINDOW-ENV(1:4) TO WS-DEFAULT-WINDOW
           END-IF

           PERFORM Load-Step-Times
           PERFORM Load-Schedule-Log
           PERFORM Load-Summaries
           PERFORM Judge-Steps

           STRING "sla-report-" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           OPEN OUTPUT SLA-REPORT-OUT
           IF RPT-FS NOT = "00"
               DISPLAY "sla_report: ERROR - could not write "
                   FUNCTION TRIM(WS-REPORT-PATH)
                   " (status " RPT-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Write-Report
           CLOSE SLA-REPORT-OUT

           MOVE ST-PCT TO PCT-DISP
           DISPLAY "sla_report: " WS-PERIOD " - " ST-ON-TIME
               " of " ST-DUE " night(s) on time ("
               FUNCTION TRIM(PCT-DISP) "%) -> "
               FUNCTION TRIM(WS-REPORT-PATH)
           STOP RUN.

       Load-Step-Times.
           OPEN INPUT STEP-TIMES-FILE
           IF STT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SLA-AT-END
               READ STEP-TIMES-FILE
                   AT END
                       SET SLA-AT-END TO TRUE
                   NOT AT END
                       MOVE SPACES TO F-STT-CMD F-STT-SECS
                       UNSTRING STEP-TIMES-RECORD DELIMITED BY ","
                           INTO F-STT-CMD F-STT-SECS
                       END-UNSTRING
                       IF F-STT-CMD NOT = SPACES
                               AND STT-COUNT < MAX-STEP-TIMES
                               AND FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(F-STT-SECS)) = 0
                           ADD 1 TO STT-COUNT
                           SET STT-IDX TO STT-COUNT
                           MOVE F-STT-CMD TO STT-CMD(STT-IDX)
                           COMPUTE STT-SECS(STT-IDX) = FUNCTION NUMVAL(
                               FUNCTION TRIM(F-STT-SECS))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-TIMES-FILE
           SET SLA-NOT-AT-END TO TRUE
           .

       Load-Schedule-Log.
      *> a missing schedule log only means sweeps were launched by
      *> hand - the summaries still say what ran.
           OPEN INPUT SCHED-LOG-IN
           IF SLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SLA-AT-END
               READ SCHED-LOG-IN
                   AT END
                       SET SLA-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Schedule-Record
               END-READ
           END-PERFORM
           CLOSE SCHED-LOG-IN
           SET SLA-NOT-AT-END TO TRUE
           .

       Load-Schedule-Record.
           MOVE SPACES TO G-STAMP G-DATE G-KIND G-DETAIL G-RC
           UNSTRING SCHED-LOG-RECORD DELIMITED BY ","
               INTO G-STAMP G-DATE G-KIND G-DETAIL G-RC
           END-UNSTRING
           IF G-STAMP(1:14) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE G-STAMP TO WS-TS
           PERFORM Night-Of-Ts
           PERFORM Find-Or-Add-Night
           IF WS-NIGHT-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(G-KIND)
               WHEN "SCHEDULED"
                   MOVE 'Y' TO NGT-SCHEDULED(NGT-IDX)
               WHEN "RAN"
                   MOVE G-RC(4:9) TO NGT-RAN-RC(NGT-IDX)
               WHEN "SKIPPED-BLACKOUT"
                   MOVE "BLACKOUT" TO NGT-SKIP(NGT-IDX)
               WHEN "SKIPPED-NO-RULE"
                   MOVE "NO-RULE" TO NGT-SKIP(NGT-IDX)
               WHEN "SKIPPED-DECK-MISSING"
                   MOVE "DECK-MISSING" TO NGT-SKIP(NGT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Night-Of-Ts.
      *> noon to noon: before midday belongs to the evening before.
           MOVE WS-TS(1:8) TO WS-NIGHT
           IF WS-TS(9:2) < "12"
               MOVE WS-TS(1:8) TO WS-DATE8
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE8) - 1
               COMPUTE WS-DATE8 = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DATE8 TO WS-NIGHT
           END-IF
           .

       Find-Or-Add-Night.
           MOVE 0 TO WS-NIGHT-MATCH
           PERFORM VARYING NGT-IDX FROM 1 BY 1
               UNTIL NGT-IDX > NIGHT-COUNT OR WS-NIGHT-MATCH > 0
               IF NGT-DATE(NGT-IDX) = WS-NIGHT
                   MOVE NGT-IDX TO WS-NIGHT-MATCH
               END-IF
           END-PERFORM
           IF WS-NIGHT-MATCH > 0
               SET NGT-IDX TO WS-NIGHT-MATCH
               EXIT PARAGRAPH
           END-IF
           IF NIGHT-COUNT >= MAX-NIGHTS
               DISPLAY "sla_report: WARNING - night table full ("
                   MAX-NIGHTS "), " WS-NIGHT " not reported"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NIGHT-COUNT
           SET NGT-IDX TO NIGHT-COUNT
           MOVE NIGHT-COUNT TO WS-NIGHT-MATCH
           MOVE WS-NIGHT TO NGT-DATE(NGT-IDX)
           MOVE 'N' TO NGT-SCHEDULED(NGT-IDX)
           MOVE SPACES TO NGT-SKIP(NGT-IDX) NGT-RAN-RC(NGT-IDX)
           MOVE 0 TO NGT-SWEEP(NGT-IDX)
           .

       Load-Summaries.
      *> every run's summary at once - the shell expands the name
      *> pattern, the same route fleet_orchestrate takes to find
      *> a node's latest summary.
           MOVE SPACES TO WS-CMD
           STRING "cat batch-summary-*.log > " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TMP-NAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           OPEN INPUT SUMMARIES-IN
           IF SUMM-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SLA-AT-END
               READ SUMMARIES-IN
                   AT END
                       SET SLA-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Summary-Line
               END-READ
           END-PERFORM
           CLOSE SUMMARIES-IN
           SET SLA-NOT-AT-END TO TRUE
           PERFORM Close-Sweep
           CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
           .

       Load-Summary-Line.
           EVALUATE TRUE
               WHEN SUMMARY-RECORD(1:18) = "Job summary - run "
                   PERFORM Close-Sweep
                   PERFORM Open-Sweep
               WHEN WS-CUR-SWEEP = 0
                   CONTINUE
               WHEN SUMMARY-RECORD(1:14) = "Sweep outcome "
                   PERFORM Load-Outcome-Line
               WHEN SUMMARY-RECORD(1:2) IS NUMERIC
                   PERFORM Load-Step-Line
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Open-Sweep.
           IF SWEEP-COUNT >= MAX-SWEEPS
               DISPLAY "sla_report: WARNING - sweep table full ("
                   MAX-SWEEPS "), later summaries not reported"
               MOVE 0 TO WS-CUR-SWEEP
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SWEEP-COUNT
           MOVE SWEEP-COUNT TO WS-CUR-SWEEP
           SET SWP-IDX TO SWEEP-COUNT
           MOVE SUMMARY-RECORD(19:21) TO SWP-RUN-ID(SWP-IDX)
           MOVE SPACES TO SWP-NIGHT(SWP-IDX) SWP-OUTCOME(SWP-IDX)
               SWP-START(SWP-IDX) SWP-END(SWP-IDX)
           MOVE "NONE" TO SWP-WINDOW(SWP-IDX)
           MOVE 0 TO SWP-STEPS(SWP-IDX) SWP-STOP(SWP-IDX)
               SWP-RESUMED(SWP-IDX) SWP-NOT-RUN(SWP-IDX)
           MOVE 'N' TO SWP-HAS-OUTCOME(SWP-IDX)
           .

       Load-Step-Line.
           IF STEP-ROW-COUNT >= MAX-STEP-ROWS
               EXIT PARAGRAPH
           END-IF
           SET SWP-IDX TO WS-CUR-SWEEP
           ADD 1 TO STEP-ROW-COUNT
           SET ROW-IDX TO STEP-ROW-COUNT
           MOVE WS-CUR-SWEEP TO ROW-SWEEP(ROW-IDX)
           MOVE SUMMARY-RECORD(1:2) TO ROW-STEP-NO(ROW-IDX)
           MOVE 0 TO ROW-SECS(ROW-IDX) ROW-HIST(ROW-IDX)
           MOVE 'N' TO ROW-LATE(ROW-IDX)
           ADD 1 TO SWP-STEPS(SWP-IDX)
           IF SUMMARY-RECORD(6:1) = "("
      *> "NN   (not run this sweep) <command>"
               MOVE 'N' TO ROW-RAN(ROW-IDX)
               MOVE SUMMARY-RECORD(27:60) TO ROW-CMD(ROW-IDX)
               ADD 1 TO SWP-NOT-RUN(SWP-IDX)
               EXIT PARAGRAPH
           END-IF
      *> "NN   <start 21> <end 21> <rc 9> <command> -> <spool>"
           MOVE 'Y' TO ROW-RAN(ROW-IDX)
           MOVE SUMMARY-RECORD(6:21) TO WS-ROW-START
           MOVE SUMMARY-RECORD(28:21) TO WS-ROW-END
           MOVE SPACES TO WS-CMD-TEXT WS-CMD-PART
           MOVE SUMMARY-RECORD(60:140) TO WS-CMD-TEXT
           UNSTRING WS-CMD-TEXT DELIMITED BY " -> "
               INTO WS-CMD-PART
           END-UNSTRING
           MOVE WS-CMD-PART TO ROW-CMD(ROW-IDX)
           IF WS-ROW-START(1:14) IS NUMERIC
                   AND WS-ROW-END(1:14) IS NUMERIC
               MOVE WS-ROW-START TO WS-TS
               PERFORM Epoch-Of-Ts
               MOVE WS-EPOCH TO WS-EPOCH-START
               MOVE WS-ROW-END TO WS-TS
               PERFORM Epoch-Of-Ts
               MOVE WS-EPOCH TO WS-EPOCH-END
               IF WS-EPOCH-END > WS-EPOCH-START
                   COMPUTE ROW-SECS(ROW-IDX) =
                       WS-EPOCH-END - WS-EPOCH-START
               END-IF
      *> first and last step times stand in for the sweep's own
      *> when the summary predates the outcome line.
               IF SWP-START(SWP-IDX) = SPACES
                   MOVE WS-ROW-START(1:14) TO SWP-START(SWP-IDX)
               END-IF
               MOVE WS-ROW-END(1:14) TO SWP-END(SWP-IDX)
           END-IF
           .

       Load-Outcome-Line.
      *> "Sweep outcome <outcome> started <ts> ended <ts> window
      *>  <HHMM|NONE> steps NN stopped at NN resumed after NN"
           SET SWP-IDX TO WS-CUR-SWEEP
           MOVE SPACES TO T-WORD(1) T-WORD(2) T-WORD(3) T-WORD(4)
               T-WORD(5) T-WORD(6) T-WORD(7) T-WORD(8) T-WORD(9)
               T-WORD(10) T-WORD(11) T-WORD(12) T-WORD(13)
               T-WORD(14) T-WORD(15) T-WORD(16) T-WORD(17)
           UNSTRING SUMMARY-RECORD DELIMITED BY ALL SPACE
               INTO T-WORD(1) T-WORD(2) T-WORD(3) T-WORD(4)
                    T-WORD(5) T-WORD(6) T-WORD(7) T-WORD(8)
                    T-WORD(9) T-WORD(10) T-WORD(11) T-WORD(12)
                    T-WORD(13) T-WORD(14) T-WORD(15) T-WORD(16)
                    T-WORD(17)
           END-UNSTRING
           MOVE 'Y' TO SWP-HAS-OUTCOME(SWP-IDX)
           MOVE T-WORD(3) TO SWP-OUTCOME(SWP-IDX)
           MOVE T-WORD(5) TO SWP-START(SWP-IDX)
           MOVE T-WORD(7) TO SWP-END(SWP-IDX)
           MOVE T-WORD(9) TO SWP-WINDOW(SWP-IDX)
           IF T-WORD(14)(1:2) IS NUMERIC
               MOVE T-WORD(14)(1:2) TO SWP-STOP(SWP-IDX)
           END-IF
           IF T-WORD(17)(1:2) IS NUMERIC
               MOVE T-WORD(17)(1:2) TO SWP-RESUMED(SWP-IDX)
           END-IF
      *> the outcome closes this night's section - a resumed
      *> sweep appends its next night under a fresh header.
           PERFORM Close-Sweep
           .

       Close-Sweep.
           IF WS-CUR-SWEEP = 0
               EXIT PARAGRAPH
           END-IF
           SET SWP-IDX TO WS-CUR-SWEEP
           IF SWP-HAS-OUTCOME(SWP-IDX) = 'N'
               IF SWP-NOT-RUN(SWP-IDX) > 0
                   MOVE "INCOMPLETE" TO SWP-OUTCOME(SWP-IDX)
               ELSE
                   MOVE "COMPLETE" TO SWP-OUTCOME(SWP-IDX)
               END-IF
           END-IF
           IF SWP-START(SWP-IDX) IS NUMERIC
               MOVE SWP-START(SWP-IDX) TO WS-TS
               PERFORM Night-Of-Ts
               MOVE WS-NIGHT TO SWP-NIGHT(SWP-IDX)
               PERFORM Find-Or-Add-Night
               IF WS-NIGHT-MATCH > 0
      *> the night's last sweep is the one that decides it.
                   MOVE WS-CUR-SWEEP TO NGT-SWEEP(NGT-IDX)
               END-IF
           END-IF
           MOVE 0 TO WS-CUR-SWEEP
           .

       Epoch-Of-Ts.
      *> whole-second timestamp-to-epoch, batch_driver's
      *> Compute-Epoch-Secs arithmetic.
           MOVE WS-TS(1:8) TO WS-DATE8
           COMPUTE WS-EPOCH =
               FUNCTION INTEGER-OF-DATE(WS-DATE8) * 86400
               + FUNCTION NUMVAL(WS-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TS(11:2)) * 60
               + FUNCTION NUMVAL(WS-TS(13:2))
           .

       Judge-Steps.
      *> each step that ran against its own history: the average
      *> over every earlier sweep, else batch-step-times.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > STEP-ROW-COUNT
               PERFORM Judge-One-Step
           END-PERFORM
           .

       Judge-One-Step.
           MOVE ROW-IDX TO WS-ROW-HOLD
           SET SWP-IDX TO ROW-SWEEP(ROW-IDX)
           MOVE SWP-START(SWP-IDX) TO WS-TS
           MOVE 0 TO WS-HIST-TOTAL WS-HIST-SAMPLES
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > STEP-ROW-COUNT
               IF ROW-RAN(ROW-IDX) = 'Y'
                       AND ROW-CMD(ROW-IDX) = ROW-CMD(WS-ROW-HOLD)
                       AND SWP-START(ROW-SWEEP(ROW-IDX)) <
                           WS-TS(1:14)
                   ADD ROW-SECS(ROW-IDX) TO WS-HIST-TOTAL
                   ADD 1 TO WS-HIST-SAMPLES
               END-IF
           END-PERFORM
           SET ROW-IDX TO WS-ROW-HOLD
           IF WS-HIST-SAMPLES > 0
               COMPUTE ROW-HIST(ROW-IDX) ROUNDED =
                   WS-HIST-TOTAL / WS-HIST-SAMPLES
           ELSE
               PERFORM VARYING STT-IDX FROM 1 BY 1
                   UNTIL STT-IDX > STT-COUNT
                   IF STT-CMD(STT-IDX) = ROW-CMD(ROW-IDX)
                       MOVE STT-SECS(STT-IDX) TO ROW-HIST(ROW-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF ROW-RAN(ROW-IDX) = 'Y' AND ROW-HIST(ROW-IDX) > 0
               COMPUTE WS-LIMIT = ROW-HIST(ROW-IDX)
                   * (100 + WS-LATE-PCT) / 100
               IF ROW-SECS(ROW-IDX) > WS-LIMIT
                       AND ROW-SECS(ROW-IDX) - ROW-HIST(ROW-IDX)
                           >= 60
                   MOVE 'Y' TO ROW-LATE(ROW-IDX)
               END-IF
           END-IF
           .

       Write-Report.
           MOVE WS-LATE-PCT TO NUM3-DISP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "Batch service-level report for " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "   (late = over " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM3-DISP) DELIMITED BY SIZE
                  "% and 60s past the step's history)"
                      DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE SPACES TO SLA-REPORT-RECORD
           MOVE ALL "=" TO SLA-REPORT-RECORD(1:78)
           WRITE SLA-REPORT-RECORD
           MOVE "Night     Scheduled    Ran          Result"
               TO SLA-REPORT-RECORD
           MOVE "Late Carried   (secs)" TO SLA-REPORT-RECORD(60:21)
           WRITE SLA-REPORT-RECORD

           MOVE WS-PERIOD TO WS-STAT-PERIOD
           MOVE 'Y' TO WS-WRITE-NIGHTS
           MOVE 0 TO OFF-COUNT
           PERFORM Compute-Month-Stats
           MOVE 'N' TO WS-WRITE-NIGHTS

           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE ST-DUE TO NUM3-DISP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "Nights due          : " DELIMITED BY SIZE
                  NUM3-DISP DELIMITED BY SIZE
                  "   (blackout and no-rule nights are not due)"
                      DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE ST-SCHEDULED TO NUM3-DISP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "Nights scheduled    : " DELIMITED BY SIZE
                  NUM3-DISP DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE ST-RAN TO NUM3-DISP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "Nights run          : " DELIMITED BY SIZE
                  NUM3-DISP DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE ST-ON-TIME TO NUM3-DISP
           MOVE ST-PCT TO PCT-DISP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "Nights on time      : " DELIMITED BY SIZE
                  NUM3-DISP DELIMITED BY SIZE
                  "   (" DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISP) DELIMITED BY SIZE
                  "% of nights due)" DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE ST-LATE-STEPS TO NUM5-DISP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "Late steps          : " DELIMITED BY SIZE
                  NUM5-DISP DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE ST-CARRIED TO NUM5-DISP
           MOVE ST-CARRIED-SECS TO SECS-DISP
           MOVE SPACES TO SLA-REPORT-RECORD
           STRING "Steps carried over  : " DELIMITED BY SIZE
                  NUM5-DISP DELIMITED BY SIZE
                  "   (about " DELIMITED BY SIZE
                  FUNCTION TRIM(SECS-DISP) DELIMITED BY SIZE
                  " secs of work)" DELIMITED BY SIZE
               INTO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD

           PERFORM Write-Offenders
           PERFORM Write-Trend
           .

       Compute-Month-Stats.
      *> every calendar night of WS-STAT-PERIOD, judged in turn.
           MOVE 0 TO ST-DUE ST-SCHEDULED ST-RAN ST-ON-TIME
               ST-LATE-STEPS ST-CARRIED ST-CARRIED-SECS ST-PCT
           MOVE WS-STAT-PERIOD(1:4) TO WS-YYYY
           MOVE WS-STAT-PERIOD(5:2) TO WS-MM
           COMPUTE WS-DATE8 = WS-YYYY * 10000 + WS-MM * 100 + 1
           COMPUTE WS-STAT-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE8)
           MOVE WS-YYYY TO WS-NEXT-YYYY
           MOVE WS-MM TO WS-NEXT-MM
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF
           COMPUTE WS-DATE8 =
               WS-NEXT-YYYY * 10000 + WS-NEXT-MM * 100 + 1
           COMPUTE WS-STAT-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-DATE8) - WS-STAT-FIRST-INT
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
               UNTIL WS-DAY-NO > WS-STAT-DAYS
               COMPUTE WS-DAY-INT = WS-STAT-FIRST-INT + WS-DAY-NO - 1
               COMPUTE WS-DATE8 = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DATE8 TO WS-NIGHT
               PERFORM Judge-Night
           END-PERFORM
           IF ST-DUE > 0
               COMPUTE ST-PCT ROUNDED = ST-ON-TIME * 100 / ST-DUE
           END-IF
           .

       Judge-Night.
           MOVE "-" TO NV-SCHED
           MOVE "NO" TO NV-RAN
           MOVE "-" TO NV-RESULT
           MOVE 0 TO NV-LATE NV-CARRIED NV-CARRIED-SECS NV-SWEEP
           MOVE 'N' TO NV-ON-TIME NV-DUE
           MOVE 0 TO WS-NIGHT-MATCH
           PERFORM VARYING NGT-IDX FROM 1 BY 1
               UNTIL NGT-IDX > NIGHT-COUNT OR WS-NIGHT-MATCH > 0
               IF NGT-DATE(NGT-IDX) = WS-NIGHT
                   MOVE NGT-IDX TO WS-NIGHT-MATCH
               END-IF
           END-PERFORM
           IF WS-NIGHT-MATCH > 0
               SET NGT-IDX TO WS-NIGHT-MATCH
               EVALUATE TRUE
                   WHEN NGT-SCHEDULED(NGT-IDX) = 'Y'
                       MOVE "SCHEDULED" TO NV-SCHED
                       MOVE 'Y' TO NV-DUE
                       ADD 1 TO ST-SCHEDULED
                   WHEN NGT-SKIP(NGT-IDX) NOT = SPACES
                       MOVE NGT-SKIP(NGT-IDX) TO NV-SCHED
                       IF NGT-SKIP(NGT-IDX) = "DECK-MISSING"
                           MOVE 'Y' TO NV-DUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE NGT-SWEEP(NGT-IDX) TO NV-SWEEP
               IF NV-SWEEP = 0 AND NGT-RAN-RC(NGT-IDX) NOT = SPACES
      *> launched, but no summary was left behind.
                   MOVE 'Y' TO NV-DUE
                   STRING "RC " DELIMITED BY SIZE
                          FUNCTION TRIM(NGT-RAN-RC(NGT-IDX))
                              DELIMITED BY SIZE
                       INTO NV-RAN
                   MOVE "NO SUMMARY" TO NV-RESULT
                   ADD 1 TO ST-RAN
               END-IF
           END-IF
           IF NV-SWEEP > 0
               MOVE 'Y' TO NV-DUE
               MOVE "YES" TO NV-RAN
               ADD 1 TO ST-RAN
               PERFORM Judge-Night-Sweep
           ELSE
               IF NV-DUE = 'Y' AND NV-RESULT = "-"
                   MOVE "NOT RUN" TO NV-RESULT
               END-IF
           END-IF
           IF NV-DUE = 'Y'
               ADD 1 TO ST-DUE
           END-IF
           IF NV-ON-TIME = 'Y'
               ADD 1 TO ST-ON-TIME
           END-IF
           ADD NV-LATE TO ST-LATE-STEPS
           ADD NV-CARRIED TO ST-CARRIED
           ADD NV-CARRIED-SECS TO ST-CARRIED-SECS
           IF WS-WRITE-NIGHTS = 'Y'
               PERFORM Write-Night-Line
           END-IF
           .

       Judge-Night-Sweep.
           SET SWP-IDX TO NV-SWEEP
           MOVE SWP-OUTCOME(SWP-IDX) TO NV-RESULT
           IF SWP-OUTCOME(SWP-IDX) = "COMPLETE"
               PERFORM Judge-Window
           END-IF
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > STEP-ROW-COUNT
               IF ROW-SWEEP(ROW-IDX) = NV-SWEEP
                   PERFORM Judge-Night-Step
               END-IF
           END-PERFORM
           .

       Judge-Window.
      *> the window end belongs to the night: HHMM before noon is
      *> the following morning.
           IF SWP-WINDOW(SWP-IDX) IS NUMERIC
               MOVE SWP-WINDOW(SWP-IDX) TO WS-HHMM
           ELSE
               IF WS-DEFAULT-WINDOW IS NUMERIC
                   MOVE WS-DEFAULT-WINDOW TO WS-HHMM
               ELSE
                   MOVE "COMPLETE ON TIME" TO NV-RESULT
                   MOVE 'Y' TO NV-ON-TIME
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-NIGHT TO WS-DATE8
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE8)
           IF WS-HHMM < 1200
               ADD 1 TO WS-DAY-INT
           END-IF
           COMPUTE WS-WINDOW-EPOCH = WS-DAY-INT * 86400
               + (WS-HHMM / 100) * 3600
               + FUNCTION MOD(WS-HHMM, 100) * 60
           IF SWP-END(SWP-IDX) IS NUMERIC
               MOVE SWP-END(SWP-IDX) TO WS-TS
               PERFORM Epoch-Of-Ts
               IF WS-EPOCH <= WS-WINDOW-EPOCH
                   MOVE "COMPLETE ON TIME" TO NV-RESULT
                   MOVE 'Y' TO NV-ON-TIME
               ELSE
                   MOVE "COMPLETE LATE" TO NV-RESULT
               END-IF
           END-IF
           .

       Judge-Night-Step.
           IF ROW-LATE(ROW-IDX) = 'Y'
               ADD 1 TO NV-LATE
               IF WS-WRITE-NIGHTS = 'Y'
                   PERFORM Add-Offender
               END-IF
           END-IF
      *> work left for the next night: steps at or after the one it
      *> stopped at, not those an earlier night already finished.
           IF ROW-RAN(ROW-IDX) = 'N'
                   AND ROW-STEP-NO(ROW-IDX) > SWP-RESUMED(SWP-IDX)
                   AND ROW-STEP-NO(ROW-IDX) >= SWP-STOP(SWP-IDX)
               ADD 1 TO NV-CARRIED
               ADD ROW-HIST(ROW-IDX) TO NV-CARRIED-SECS
           END-IF
           .

       Add-Offender.
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING OFF-IDX FROM 1 BY 1
               UNTIL OFF-IDX > OFF-COUNT OR WS-BEST-IDX > 0
               IF OFF-CMD(OFF-IDX) = ROW-CMD(ROW-IDX)
                   MOVE OFF-IDX TO WS-BEST-IDX
               END-IF
           END-PERFORM
           IF WS-BEST-IDX = 0
               IF OFF-COUNT >= MAX-OFFENDERS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO OFF-COUNT
               MOVE OFF-COUNT TO WS-BEST-IDX
               SET OFF-IDX TO WS-BEST-IDX
               MOVE ROW-CMD(ROW-IDX) TO OFF-CMD(OFF-IDX)
               MOVE 0 TO OFF-LATE(OFF-IDX) OFF-OVER-SECS(OFF-IDX)
               MOVE 'N' TO OFF-SHOWN(OFF-IDX)
           END-IF
           SET OFF-IDX TO WS-BEST-IDX
           ADD 1 TO OFF-LATE(OFF-IDX)
           COMPUTE WS-OVER = ROW-SECS(ROW-IDX) - ROW-HIST(ROW-IDX)
           ADD WS-OVER TO OFF-OVER-SECS(OFF-IDX)
           .

       Write-Night-Line.
           MOVE SPACES TO SLA-REPORT-RECORD
           MOVE WS-NIGHT TO SLA-REPORT-RECORD(1:8)
           MOVE NV-SCHED TO SLA-REPORT-RECORD(11:12)
           MOVE NV-RAN TO SLA-REPORT-RECORD(24:12)
           MOVE NV-RESULT TO SLA-REPORT-RECORD(37:16)
           IF NV-SWEEP > 0
               MOVE NV-LATE TO NUM3-DISP
               MOVE NUM3-DISP TO SLA-REPORT-RECORD(60:3)
               MOVE NV-CARRIED TO NUM3-DISP
               MOVE NUM3-DISP TO SLA-REPORT-RECORD(69:3)
               MOVE NV-CARRIED-SECS TO SECS-DISP
               MOVE SECS-DISP TO SLA-REPORT-RECORD(74:7)
           END-IF
           WRITE SLA-REPORT-RECORD
           .

       Write-Offenders.
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE "Worst offending steps (by time over their history)"
               TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           IF OFF-COUNT = 0
               MOVE "  (no step ran late this month)"
                   TO SLA-REPORT-RECORD
               WRITE SLA-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "  #  Step" TO SLA-REPORT-RECORD
           MOVE "Late  Secs over" TO SLA-REPORT-RECORD(60:15)
           WRITE SLA-REPORT-RECORD
           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > 5 OR WS-RANK > OFF-COUNT
               PERFORM Write-Next-Offender
           END-PERFORM
           .

       Write-Next-Offender.
           MOVE 0 TO WS-BEST-IDX WS-BEST-SECS
           PERFORM VARYING OFF-IDX FROM 1 BY 1
               UNTIL OFF-IDX > OFF-COUNT
               IF OFF-SHOWN(OFF-IDX) = 'N'
                       AND (WS-BEST-IDX = 0
                            OR OFF-OVER-SECS(OFF-IDX) > WS-BEST-SECS)
                   MOVE OFF-IDX TO WS-BEST-IDX
                   MOVE OFF-OVER-SECS(OFF-IDX) TO WS-BEST-SECS
               END-IF
           END-PERFORM
           SET OFF-IDX TO WS-BEST-IDX
           MOVE 'Y' TO OFF-SHOWN(OFF-IDX)
           MOVE SPACES TO SLA-REPORT-RECORD
           MOVE WS-RANK TO NUM3-DISP
           MOVE NUM3-DISP TO SLA-REPORT-RECORD(1:3)
           MOVE OFF-CMD(OFF-IDX)(1:54) TO SLA-REPORT-RECORD(6:54)
           MOVE OFF-LATE(OFF-IDX) TO NUM3-DISP
           MOVE NUM3-DISP TO SLA-REPORT-RECORD(61:3)
           MOVE OFF-OVER-SECS(OFF-IDX) TO SECS2-DISP
           MOVE SECS2-DISP TO SLA-REPORT-RECORD(67:7)
           WRITE SLA-REPORT-RECORD
           .

       Write-Trend.
      *> the three months before, then this one again so the last
      *> figures left in ST-* are the month reported.
           MOVE SPACES TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE "Trend" TO SLA-REPORT-RECORD
           WRITE SLA-REPORT-RECORD
           MOVE "Month    Due  Run  On time    Pct  Late steps"
               TO SLA-REPORT-RECORD
           MOVE "Carried" TO SLA-REPORT-RECORD(50:7)
           WRITE SLA-REPORT-RECORD
           PERFORM VARYING WS-TREND-N FROM 1 BY 1
               UNTIL WS-TREND-N > 4
               COMPUTE WS-TREND-BACK = 4 - WS-TREND-N
               PERFORM Write-Trend-Line
           END-PERFORM
           .

       Write-Trend-Line.
           MOVE WS-PERIOD(1:4) TO WS-YYYY
           MOVE WS-PERIOD(5:2) TO WS-MM
           PERFORM WS-TREND-BACK TIMES
               IF WS-MM = 1
                   SUBTRACT 1 FROM WS-YYYY
                   MOVE 12 TO WS-MM
               ELSE
                   SUBTRACT 1 FROM WS-MM
               END-IF
           END-PERFORM
           MOVE WS-YYYY TO WS-STAT-PERIOD(1:4)
           MOVE WS-MM TO WS-STAT-PERIOD(5:2)
           PERFORM Compute-Month-Stats
           MOVE SPACES TO SLA-REPORT-RECORD
           MOVE WS-STAT-PERIOD TO SLA-REPORT-RECORD(1:6)
           MOVE ST-DUE TO NUM3-DISP
           MOVE NUM3-DISP TO SLA-REPORT-RECORD(9:3)
           MOVE ST-RAN TO NUM3-DISP
           MOVE NUM3-DISP TO SLA-REPORT-RECORD(14:3)
           MOVE ST-ON-TIME TO NUM3-DISP
           MOVE NUM3-DISP TO SLA-REPORT-RECORD(23:3)
           IF ST-DUE > 0
               MOVE ST-PCT TO PCT-DISP
               MOVE PCT-DISP TO SLA-REPORT-RECORD(29:5)
               MOVE "%" TO SLA-REPORT-RECORD(34:1)
           ELSE
               MOVE "-" TO SLA-REPORT-RECORD(33:1)
           END-IF
           MOVE ST-LATE-STEPS TO NUM5-DISP
           MOVE NUM5-DISP TO SLA-REPORT-RECORD(41:5)
           MOVE ST-CARRIED TO NUM5-DISP
           MOVE NUM5-DISP TO SLA-REPORT-RECORD(52:5)
           WRITE SLA-REPORT-RECORD
           .
