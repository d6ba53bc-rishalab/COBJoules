       IDENTIFICATION DIVISION.
       PROGRAM-ID. capacity-forecast.
       AUTHOR. Shiva9361.

      *> Batch window capacity forecast: deck_preflight and
      *> sweep_estimate answer "does tonight's deck fit", not "when
      *> will the nightly decks stop fitting". This trends every
      *> step's duration over the last few months and projects, for
      *> each deck the sweep schedule runs, the date its total
      *> runtime will no longer finish before COBJOULES_WINDOW_END -
      *> early enough to ask for a longer window or more hosts
      *> before the carry-overs start.
      *>
      *> Duration history comes from the batch summaries
      *> (batch-summary-*.log, one start/end pair per step per
      *> sweep); batch-step-times, the last duration per step, stands
      *> in for a step with no history in the months trended. Each
      *> step gets a least-squares line through its durations
      *> against the calendar, so the deck's projected runtime on
      *> any day is the sum of its steps' lines. The time available
      *> is from the average observed sweep start to the window end.
      *>
      *> Decks are the ones named in the sweep schedule (DOW and
      *> MONTHEND rules, and DATE rules not yet past - the
      *> deck_scheduler file, COBJOULES_SWEEP_SCHEDULE); with no
      *> schedule file, the deck batch_driver runs by default
      *> (COBJOULES_JOB_DECK or "batch-job-deck").
      *>
      *> The report shows the monthly trend of sweep runtime, then
      *> per deck today's projected runtime, the growth per month,
      *> the projected date the window is exhausted and the steps
      *> driving the growth, largest first.
      *>
      *> COBJOULES_WINDOW_END      (required) - HHMM window end
      *> COBJOULES_CAPACITY_MONTHS (optional) - months of history
      *>     to trend, default 6
      *>
      *> Output file: capacity-forecast

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCH-FS.

           SELECT JOB-DECK-FILE ASSIGN TO WS-DECK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DECK-FS.

           SELECT SUMMARIES-IN ASSIGN TO "capacity-summaries.tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUMM-FS.

           SELECT STEP-TIMES-FILE ASSIGN TO "batch-step-times"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STT-FS.

           SELECT FORECAST-OUT ASSIGN TO "capacity-forecast"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FCT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD PIC X(200).

       FD  JOB-DECK-FILE.
       01  DECK-RECORD PIC X(300).

       FD  SUMMARIES-IN.
       01  SUMMARY-RECORD PIC X(400).

       FD  STEP-TIMES-FILE.
       01  STEP-TIMES-RECORD PIC X(120).

       FD  FORECAST-OUT.
       01  FORECAST-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  SCH-FS        PIC XX.
       01  DECK-FS       PIC XX.
       01  SUMM-FS       PIC XX.
       01  STT-FS        PIC XX.
       01  FCT-FS        PIC XX.
       01  CAP-EOF       PIC X VALUE 'N'.
           88  CAP-AT-END     VALUE 'Y'.
           88  CAP-NOT-AT-END VALUE 'N'.

       01  WS-SCHEDULE-PATH PIC X(100) VALUE "sweep-schedule".
       01  WS-SCHEDULE-ENV PIC X(100) VALUE SPACES.
       01  WS-DECK-PATH  PIC X(100) VALUE "batch-job-deck".
       01  WS-DECK-ENV   PIC X(100) VALUE SPACES.
       01  WS-WINDOW-ENV PIC X(5) VALUE SPACES.
       01  WS-WINDOW-END-HHMM PIC 9(4).
       01  WS-MONTHS-ENV PIC X(4) VALUE SPACES.
       01  WS-MONTHS     PIC 9(2) VALUE 6.
       01  WS-CMD        PIC X(200) VALUE SPACES.
       01  WS-RC         PIC S9(9) COMP-5 VALUE 0.
       01  WS-TMP-NAME   PIC X(40) VALUE "capacity-summaries.tmp".

       01  WS-TODAY-TS   PIC X(21).
       01  WS-TODAY      PIC 9(8).
       01  WS-TODAY-INT  PIC 9(9).
       01  WS-FROM-INT   PIC 9(9).
       01  WS-FROM-DATE  PIC 9(8).
       01  WS-YYYY       PIC 9(4).
       01  WS-MM         PIC 9(2).

       01  F-RULE-KIND   PIC X(10).
       01  F-RULE-ARG    PIC X(100).
       01  F-RULE-DECK   PIC X(100).

      *> the decks to forecast.
       01  MAX-DECKS     PIC 9(2) VALUE 20.
       01  DECK-COUNT    PIC 9(2) VALUE 0.
       01  DECK-TABLE.
           05  DECK-ENTRY OCCURS 20 TIMES INDEXED BY DCK-IDX.
               10  DCK-PATH  PIC X(100).
       01  WS-DECK-FOUND PIC 9(1).

      *> one entry per step command, with its least-squares sums:
      *> x is days relative to today, y the step's seconds.
       01  MAX-STEPS     PIC 9(3) VALUE 100.
       01  STEP-COUNT    PIC 9(3) VALUE 0.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 100 TIMES INDEXED BY STP-IDX.
               10  STP-CMD       PIC X(100).
               10  STP-N         PIC 9(5).
               10  STP-SUM-X     PIC S9(9)V9(4) COMP-3.
               10  STP-SUM-Y     PIC S9(11)V9(4) COMP-3.
               10  STP-SUM-XY    PIC S9(13)V9(4) COMP-3.
               10  STP-SUM-XX    PIC S9(11)V9(4) COMP-3.
               10  STP-LAST-SECS PIC 9(7).
               10  STP-SLOPE     PIC S9(7)V9(6) COMP-3.
               10  STP-TODAY     PIC S9(9)V9(2) COMP-3.
               10  STP-SHOWN     PIC X.
       01  WS-STEP-MATCH PIC 9(3).
       01  WS-STEP-CMD   PIC X(100).

      *> fit work fields.
       01  WS-FIT-X      PIC S9(9)V9(4) COMP-3.
       01  WS-FIT-Y      PIC S9(9)V9(4) COMP-3.
       01  WS-NUMER      PIC S9(18)V9(4) COMP-3.
       01  WS-DENOM      PIC S9(18)V9(4) COMP-3.

       01  F-STT-CMD     PIC X(100).
       01  F-STT-SECS    PIC X(8).

      *> sweep totals by month, for the trend table.
       01  MONTH-TABLE.
           05  MONTH-ENTRY OCCURS 24 TIMES INDEXED BY MON-IDX.
               10  MON-PERIOD    PIC X(6).
               10  MON-SWEEPS    PIC 9(5).
               10  MON-TOTAL     PIC 9(11).
               10  MON-MAX       PIC 9(7).
       01  WS-MON-NO     PIC 9(2).

      *> summary-line parsing.
       01  WS-IN-SWEEP   PIC X VALUE 'N'.
       01  WS-SWEEP-SECS PIC 9(7) VALUE 0.
       01  WS-SWEEP-NIGHT PIC X(8).
       01  WS-SWEEP-STARTED PIC X VALUE 'N'.
       01  WS-ROW-START  PIC X(21).
       01  WS-ROW-END    PIC X(21).
       01  WS-CMD-TEXT   PIC X(140).
       01  WS-ROW-SECS   PIC 9(7).
       01  WS-START-TOTAL PIC 9(11) VALUE 0.
       01  WS-START-SAMPLES PIC 9(5) VALUE 0.

       01  WS-TS         PIC X(21).
       01  WS-NIGHT      PIC X(8).
       01  WS-DATE8      PIC 9(8).
       01  WS-DAY-INT    PIC 9(9).
       01  WS-EPOCH      PIC 9(12).
       01  WS-EPOCH-START PIC 9(12).
       01  WS-NOON-SECS  PIC 9(5).

      *> the window, as seconds after noon of the sweep's night.
       01  WS-START-REL  PIC 9(5).
       01  WS-END-REL    PIC 9(5).
       01  WS-AVAIL-SECS PIC S9(7).

      *> one deck's projection.
       01  DK-STEPS      PIC 9(3).
       01  DK-TODAY      PIC S9(9)V9(2) COMP-3.
       01  DK-SLOPE      PIC S9(7)V9(6) COMP-3.
       01  DK-GROWTH     PIC S9(7)V9(6) COMP-3.
       01  DK-HEADROOM   PIC S9(9)V9(2) COMP-3.
       01  DK-DAYS       PIC 9(9).
       01  DK-EXHAUST    PIC 9(8).
       01  DK-NO-HISTORY PIC 9(3).
       01  WS-EARLIEST   PIC 9(8) VALUE 99999999.
       01  WS-EARLIEST-DECK PIC X(100) VALUE SPACES.
       01  WS-BEST-SLOPE PIC S9(7)V9(6) COMP-3.
       01  WS-BEST-IDX   PIC 9(3).
       01  WS-RANK       PIC 9(2).
       01  WS-SHARE      PIC 9(3)V9.

       01  SECS-DISP     PIC Z(8)9.
       01  SECS2-DISP    PIC Z(8)9.
       01  GROW-DISP     PIC -(7)9.
       01  NUM5-DISP     PIC ZZZZ9.
       01  PCT-DISP      PIC ZZ9.9.
       01  WS-WARN-DAYS  PIC 9(3) VALUE 90.

       PROCEDURE DIVISION.
       Main-Capacity.
           ACCEPT WS-WINDOW-ENV FROM ENVIRONMENT
               "COBJOULES_WINDOW_END"
           IF WS-WINDOW-ENV = SPACES
                   OR WS-WINDOW-ENV(1:4) IS NOT NUMERIC
               DISPLAY "capacity_forecast: ERROR - "
                   "COBJOULES_WINDOW_END (HHMM) is not set - there "
                   "is no window to forecast against"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-WINDOW-ENV(1:4) TO WS-WINDOW-END-HHMM
           ACCEPT WS-MONTHS-ENV FROM ENVIRONMENT
               "COBJOULES_CAPACITY_MONTHS"
           IF WS-MONTHS-ENV NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-MONTHS-ENV)) = 0
               COMPUTE WS-MONTHS = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-MONTHS-ENV))
           END-IF
           IF WS-MONTHS < 1 OR WS-MONTHS > 24
               MOVE 6 TO WS-MONTHS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TS
           MOVE WS-TODAY-TS(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM Set-History-Months

           PERFORM Load-Decks
           PERFORM Load-Summaries
           PERFORM Load-Step-Times
           PERFORM Fit-Steps

      *> no history at all leaves 22:00 as the assumed start.
           IF WS-START-SAMPLES > 0
               COMPUTE WS-START-REL ROUNDED =
                   WS-START-TOTAL / WS-START-SAMPLES
           ELSE
               MOVE 36000 TO WS-START-REL
           END-IF
           COMPUTE WS-END-REL =
               FUNCTION INTEGER(WS-WINDOW-END-HHMM / 100) * 3600
               + FUNCTION MOD(WS-WINDOW-END-HHMM, 100) * 60
           IF WS-WINDOW-END-HHMM < 1200
               ADD 43200 TO WS-END-REL
           ELSE
               SUBTRACT 43200 FROM WS-END-REL
           END-IF
           COMPUTE WS-AVAIL-SECS = WS-END-REL - WS-START-REL

           OPEN OUTPUT FORECAST-OUT
           IF FCT-FS NOT = "00"
               DISPLAY "capacity_forecast: ERROR - could not write "
                   "capacity-forecast (status " FCT-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Write-Header
           PERFORM Write-Month-Trend
           PERFORM VARYING DCK-IDX FROM 1 BY 1
               UNTIL DCK-IDX > DECK-COUNT
               PERFORM Forecast-Deck
           END-PERFORM
           CLOSE FORECAST-OUT

           IF WS-EARLIEST = 99999999
               DISPLAY "capacity_forecast: no scheduled deck is "
                   "projected to outgrow the window -> "
                   "capacity-forecast"
           ELSE
               DISPLAY "capacity_forecast: "
                   FUNCTION TRIM(WS-EARLIEST-DECK)
                   " is the first deck projected past the "
                   WS-WINDOW-END-HHMM " window end, on "
                   WS-EARLIEST " -> capacity-forecast"
           END-IF
           STOP RUN.

       Set-History-Months.
      *> the trend covers this month and the WS-MONTHS - 1 before.
           MOVE WS-TODAY(1:4) TO WS-YYYY
           MOVE WS-TODAY(5:2) TO WS-MM
           PERFORM VARYING WS-MON-NO FROM WS-MONTHS BY -1
               UNTIL WS-MON-NO < 1
               SET MON-IDX TO WS-MON-NO
               MOVE WS-YYYY TO MON-PERIOD(MON-IDX)(1:4)
               MOVE WS-MM TO MON-PERIOD(MON-IDX)(5:2)
               MOVE 0 TO MON-SWEEPS(MON-IDX) MON-TOTAL(MON-IDX)
                   MON-MAX(MON-IDX)
               IF WS-MM = 1
                   SUBTRACT 1 FROM WS-YYYY
                   MOVE 12 TO WS-MM
               ELSE
                   SUBTRACT 1 FROM WS-MM
               END-IF
           END-PERFORM
           SET MON-IDX TO 1
           COMPUTE WS-FROM-DATE =
               FUNCTION NUMVAL(MON-PERIOD(MON-IDX)) * 100 + 1
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           .

       Load-Decks.
           ACCEPT WS-SCHEDULE-ENV FROM ENVIRONMENT
               "COBJOULES_SWEEP_SCHEDULE"
           IF WS-SCHEDULE-ENV NOT = SPACES
               MOVE WS-SCHEDULE-ENV TO WS-SCHEDULE-PATH
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF SCH-FS = "00"
               PERFORM UNTIL CAP-AT-END
                   READ SCHEDULE-FILE
                       AT END
                           SET CAP-AT-END TO TRUE
                       NOT AT END
                           PERFORM Load-Schedule-Rule
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
               SET CAP-NOT-AT-END TO TRUE
           END-IF
           IF DECK-COUNT = 0
               ACCEPT WS-DECK-ENV FROM ENVIRONMENT "COBJOULES_JOB_DECK"
               IF WS-DECK-ENV NOT = SPACES
                   MOVE WS-DECK-ENV TO WS-DECK-PATH
               END-IF
               MOVE WS-DECK-PATH TO F-RULE-DECK
               PERFORM Add-Deck
           END-IF
           .

       Load-Schedule-Rule.
           IF SCHEDULE-RECORD = SPACES OR SCHEDULE-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-RULE-KIND F-RULE-ARG F-RULE-DECK
           UNSTRING SCHEDULE-RECORD DELIMITED BY ","
               INTO F-RULE-KIND F-RULE-ARG F-RULE-DECK
           END-UNSTRING
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(F-RULE-KIND))
               WHEN "DOW"
                   PERFORM Add-Deck
               WHEN "MONTHEND"
      *> MONTHEND carries its deck where the others carry their
      *> argument, as deck_scheduler reads it.
                   MOVE F-RULE-ARG TO F-RULE-DECK
                   PERFORM Add-Deck
               WHEN "DATE"
                   IF F-RULE-ARG(1:8) IS NUMERIC
                           AND F-RULE-ARG(1:8) >= WS-TODAY-TS(1:8)
                       PERFORM Add-Deck
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Add-Deck.
           IF F-RULE-DECK = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DECK-FOUND
           PERFORM VARYING DCK-IDX FROM 1 BY 1
               UNTIL DCK-IDX > DECK-COUNT OR WS-DECK-FOUND = 1
               IF DCK-PATH(DCK-IDX) = F-RULE-DECK
                   MOVE 1 TO WS-DECK-FOUND
               END-IF
           END-PERFORM
           IF WS-DECK-FOUND = 0 AND DECK-COUNT < MAX-DECKS
               ADD 1 TO DECK-COUNT
               SET DCK-IDX TO DECK-COUNT
               MOVE F-RULE-DECK TO DCK-PATH(DCK-IDX)
           END-IF
           .

       Load-Summaries.
      *> every run's summary at once, as sla_report reads them.
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
           PERFORM UNTIL CAP-AT-END
               READ SUMMARIES-IN
                   AT END
                       SET CAP-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Summary-Line
               END-READ
           END-PERFORM
           CLOSE SUMMARIES-IN
           SET CAP-NOT-AT-END TO TRUE
           PERFORM Close-Sweep
           CALL "CBL_DELETE_FILE" USING WS-TMP-NAME
           .

       Load-Summary-Line.
           EVALUATE TRUE
               WHEN SUMMARY-RECORD(1:18) = "Job summary - run "
                   PERFORM Close-Sweep
                   MOVE 'Y' TO WS-IN-SWEEP
                   MOVE 'N' TO WS-SWEEP-STARTED
                   MOVE 0 TO WS-SWEEP-SECS
               WHEN SUMMARY-RECORD(1:14) = "Sweep outcome "
                   PERFORM Close-Sweep
               WHEN WS-IN-SWEEP = 'N'
                   CONTINUE
               WHEN SUMMARY-RECORD(1:2) IS NUMERIC
                       AND SUMMARY-RECORD(6:1) NOT = "("
                   PERFORM Load-Step-Line
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Load-Step-Line.
      *> "NN   <start 21> <end 21> <rc 9> <command> -> <spool>"
           MOVE SUMMARY-RECORD(6:21) TO WS-ROW-START
           MOVE SUMMARY-RECORD(28:21) TO WS-ROW-END
           IF WS-ROW-START(1:14) IS NOT NUMERIC
                   OR WS-ROW-END(1:14) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROW-START TO WS-TS
           PERFORM Epoch-Of-Ts
           MOVE WS-EPOCH TO WS-EPOCH-START
           MOVE WS-ROW-END TO WS-TS
           PERFORM Epoch-Of-Ts
           MOVE 0 TO WS-ROW-SECS
           IF WS-EPOCH > WS-EPOCH-START
               COMPUTE WS-ROW-SECS = WS-EPOCH - WS-EPOCH-START
           END-IF
           IF WS-SWEEP-STARTED = 'N'
      *> the first step's start is the sweep's start.
               MOVE 'Y' TO WS-SWEEP-STARTED
               MOVE WS-ROW-START TO WS-TS
               PERFORM Night-Of-Ts
               MOVE WS-NIGHT TO WS-SWEEP-NIGHT
               IF WS-NIGHT >= WS-FROM-DATE
                   ADD WS-NOON-SECS TO WS-START-TOTAL
                   ADD 1 TO WS-START-SAMPLES
               END-IF
           END-IF
           ADD WS-ROW-SECS TO WS-SWEEP-SECS
           IF WS-SWEEP-NIGHT < WS-FROM-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD-TEXT WS-STEP-CMD
           MOVE SUMMARY-RECORD(60:140) TO WS-CMD-TEXT
           UNSTRING WS-CMD-TEXT DELIMITED BY " -> "
               INTO WS-STEP-CMD
           END-UNSTRING
           PERFORM Find-Or-Add-Step
           IF WS-STEP-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SWEEP-NIGHT TO WS-DATE8
           COMPUTE WS-FIT-X =
               FUNCTION INTEGER-OF-DATE(WS-DATE8) - WS-TODAY-INT
           MOVE WS-ROW-SECS TO WS-FIT-Y
           ADD 1 TO STP-N(STP-IDX)
           ADD WS-FIT-X TO STP-SUM-X(STP-IDX)
           ADD WS-FIT-Y TO STP-SUM-Y(STP-IDX)
           COMPUTE STP-SUM-XY(STP-IDX) =
               STP-SUM-XY(STP-IDX) + WS-FIT-X * WS-FIT-Y
           COMPUTE STP-SUM-XX(STP-IDX) =
               STP-SUM-XX(STP-IDX) + WS-FIT-X * WS-FIT-X
           MOVE WS-ROW-SECS TO STP-LAST-SECS(STP-IDX)
           .

       Close-Sweep.
           IF WS-IN-SWEEP = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-SWEEP
           IF WS-SWEEP-STARTED = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MON-IDX FROM 1 BY 1
               UNTIL MON-IDX > WS-MONTHS
               IF MON-PERIOD(MON-IDX) = WS-SWEEP-NIGHT(1:6)
                   ADD 1 TO MON-SWEEPS(MON-IDX)
                   ADD WS-SWEEP-SECS TO MON-TOTAL(MON-IDX)
                   IF WS-SWEEP-SECS > MON-MAX(MON-IDX)
                       MOVE WS-SWEEP-SECS TO MON-MAX(MON-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       Find-Or-Add-Step.
           MOVE 0 TO WS-STEP-MATCH
           PERFORM VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > STEP-COUNT OR WS-STEP-MATCH > 0
               IF STP-CMD(STP-IDX) = WS-STEP-CMD
                   MOVE STP-IDX TO WS-STEP-MATCH
               END-IF
           END-PERFORM
           IF WS-STEP-MATCH > 0
               SET STP-IDX TO WS-STEP-MATCH
               EXIT PARAGRAPH
           END-IF
           IF STEP-COUNT >= MAX-STEPS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STEP-COUNT
           SET STP-IDX TO STEP-COUNT
           MOVE STEP-COUNT TO WS-STEP-MATCH
           MOVE WS-STEP-CMD TO STP-CMD(STP-IDX)
           MOVE 0 TO STP-N(STP-IDX) STP-SUM-X(STP-IDX)
               STP-SUM-Y(STP-IDX) STP-SUM-XY(STP-IDX)
               STP-SUM-XX(STP-IDX) STP-LAST-SECS(STP-IDX)
               STP-SLOPE(STP-IDX) STP-TODAY(STP-IDX)
           MOVE 'N' TO STP-SHOWN(STP-IDX)
           .

       Load-Step-Times.
      *> the last recorded duration, for steps the summaries in the
      *> trended months never saw.
           OPEN INPUT STEP-TIMES-FILE
           IF STT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAP-AT-END
               READ STEP-TIMES-FILE
                   AT END
                       SET CAP-AT-END TO TRUE
                   NOT AT END
                       MOVE SPACES TO F-STT-CMD F-STT-SECS
                       UNSTRING STEP-TIMES-RECORD DELIMITED BY ","
                           INTO F-STT-CMD F-STT-SECS
                       END-UNSTRING
                       IF F-STT-CMD NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(F-STT-SECS)) = 0
                           MOVE F-STT-CMD TO WS-STEP-CMD
                           PERFORM Find-Or-Add-Step
                           IF WS-STEP-MATCH > 0
                                   AND STP-N(STP-IDX) = 0
                               COMPUTE STP-LAST-SECS(STP-IDX) =
                                   FUNCTION NUMVAL(
                                   FUNCTION TRIM(F-STT-SECS))
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-TIMES-FILE
           SET CAP-NOT-AT-END TO TRUE
           .

       Fit-Steps.
      *> y = today + slope * x; with fewer than two distinct days
      *> there is no trend, only the mean (or the last duration).
           PERFORM VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > STEP-COUNT
               MOVE 0 TO STP-SLOPE(STP-IDX)
               IF STP-N(STP-IDX) = 0
                   MOVE STP-LAST-SECS(STP-IDX) TO STP-TODAY(STP-IDX)
               ELSE
                   COMPUTE WS-DENOM =
                       STP-N(STP-IDX) * STP-SUM-XX(STP-IDX)
                       - STP-SUM-X(STP-IDX) * STP-SUM-X(STP-IDX)
                   IF WS-DENOM > 0
                       COMPUTE WS-NUMER =
                           STP-N(STP-IDX) * STP-SUM-XY(STP-IDX)
                           - STP-SUM-X(STP-IDX) * STP-SUM-Y(STP-IDX)
                       COMPUTE STP-SLOPE(STP-IDX) ROUNDED =
                           WS-NUMER / WS-DENOM
                   END-IF
                   COMPUTE STP-TODAY(STP-IDX) ROUNDED =
                       (STP-SUM-Y(STP-IDX)
                        - STP-SLOPE(STP-IDX) * STP-SUM-X(STP-IDX))
                       / STP-N(STP-IDX)
                   IF STP-TODAY(STP-IDX) < 0
                       MOVE 0 TO STP-TODAY(STP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       Night-Of-Ts.
      *> noon to noon, as sla_report counts nights; WS-NOON-SECS is
      *> the time since that noon.
           MOVE WS-TS(1:8) TO WS-NIGHT
           COMPUTE WS-NOON-SECS =
               FUNCTION NUMVAL(WS-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TS(11:2)) * 60
               + FUNCTION NUMVAL(WS-TS(13:2))
           IF WS-TS(9:2) < "12"
               ADD 43200 TO WS-NOON-SECS
               MOVE WS-TS(1:8) TO WS-DATE8
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE8) - 1
               COMPUTE WS-DATE8 = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DATE8 TO WS-NIGHT
           ELSE
               SUBTRACT 43200 FROM WS-NOON-SECS
           END-IF
           .

       Epoch-Of-Ts.
           MOVE WS-TS(1:8) TO WS-DATE8
           COMPUTE WS-EPOCH =
               FUNCTION INTEGER-OF-DATE(WS-DATE8) * 86400
               + FUNCTION NUMVAL(WS-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TS(11:2)) * 60
               + FUNCTION NUMVAL(WS-TS(13:2))
           .

       Write-Header.
           MOVE SPACES TO FORECAST-RECORD
           STRING "Batch window capacity forecast as of "
                      DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  "   (window end " DELIMITED BY SIZE
                  WS-WINDOW-END-HHMM DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-MONTHS DELIMITED BY SIZE
                  " month(s) of history)" DELIMITED BY SIZE
               INTO FORECAST-RECORD
           WRITE FORECAST-RECORD
           MOVE SPACES TO FORECAST-RECORD
           MOVE ALL "=" TO FORECAST-RECORD(1:78)
           WRITE FORECAST-RECORD
           MOVE WS-AVAIL-SECS TO GROW-DISP
           MOVE SPACES TO FORECAST-RECORD
           STRING "Window available from the average sweep start: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(GROW-DISP) DELIMITED BY SIZE
                  "s" DELIMITED BY SIZE
               INTO FORECAST-RECORD
           WRITE FORECAST-RECORD
           .

       Write-Month-Trend.
           MOVE SPACES TO FORECAST-RECORD
           WRITE FORECAST-RECORD
           MOVE "Month    Sweeps   Avg runtime(s)   Max runtime(s)"
               TO FORECAST-RECORD
           WRITE FORECAST-RECORD
           PERFORM VARYING MON-IDX FROM 1 BY 1
               UNTIL MON-IDX > WS-MONTHS
               MOVE SPACES TO FORECAST-RECORD
               MOVE MON-PERIOD(MON-IDX) TO FORECAST-RECORD(1:6)
               MOVE MON-SWEEPS(MON-IDX) TO NUM5-DISP
               MOVE NUM5-DISP TO FORECAST-RECORD(10:5)
               IF MON-SWEEPS(MON-IDX) > 0
                   COMPUTE SECS-DISP ROUNDED =
                       MON-TOTAL(MON-IDX) / MON-SWEEPS(MON-IDX)
                   MOVE SECS-DISP TO FORECAST-RECORD(22:9)
                   MOVE MON-MAX(MON-IDX) TO SECS2-DISP
                   MOVE SECS2-DISP TO FORECAST-RECORD(39:9)
               ELSE
                   MOVE "-" TO FORECAST-RECORD(30:1)
                   MOVE "-" TO FORECAST-RECORD(47:1)
               END-IF
               WRITE FORECAST-RECORD
           END-PERFORM
           .

       Forecast-Deck.
           MOVE DCK-PATH(DCK-IDX) TO WS-DECK-PATH
           MOVE 0 TO DK-STEPS DK-TODAY DK-SLOPE DK-GROWTH
               DK-NO-HISTORY
           PERFORM VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > STEP-COUNT
               MOVE 'N' TO STP-SHOWN(STP-IDX)
           END-PERFORM
           MOVE SPACES TO FORECAST-RECORD
           WRITE FORECAST-RECORD
           MOVE SPACES TO FORECAST-RECORD
           STRING "Deck " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DECK-PATH) DELIMITED BY SIZE
               INTO FORECAST-RECORD
           WRITE FORECAST-RECORD
           OPEN INPUT JOB-DECK-FILE
           IF DECK-FS NOT = "00"
               MOVE SPACES TO FORECAST-RECORD
               STRING "  deck could not be opened (status "
                          DELIMITED BY SIZE
                      DECK-FS DELIMITED BY SIZE
                      ") - not forecast" DELIMITED BY SIZE
                   INTO FORECAST-RECORD
               WRITE FORECAST-RECORD
               DISPLAY "capacity_forecast: WARNING - could not open "
                   "deck " FUNCTION TRIM(WS-DECK-PATH)
                   " (status " DECK-FS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CAP-AT-END
               READ JOB-DECK-FILE
                   AT END
                       SET CAP-AT-END TO TRUE
                   NOT AT END
                       PERFORM Add-Deck-Step
               END-READ
           END-PERFORM
           CLOSE JOB-DECK-FILE
           SET CAP-NOT-AT-END TO TRUE

           MOVE DK-TODAY TO SECS-DISP
           MOVE DK-STEPS TO NUM5-DISP
           MOVE SPACES TO FORECAST-RECORD
           STRING "  steps " DELIMITED BY SIZE
                  FUNCTION TRIM(NUM5-DISP) DELIMITED BY SIZE
                  ", projected runtime today " DELIMITED BY SIZE
                  FUNCTION TRIM(SECS-DISP) DELIMITED BY SIZE
                  "s" DELIMITED BY SIZE
               INTO FORECAST-RECORD
           WRITE FORECAST-RECORD
           COMPUTE GROW-DISP ROUNDED = DK-SLOPE * 30
           MOVE SPACES TO FORECAST-RECORD
           STRING "  growth per month " DELIMITED BY SIZE
                  FUNCTION TRIM(GROW-DISP) DELIMITED BY SIZE
                  "s" DELIMITED BY SIZE
               INTO FORECAST-RECORD
           WRITE FORECAST-RECORD
           IF DK-NO-HISTORY > 0
               MOVE SPACES TO FORECAST-RECORD
               MOVE DK-NO-HISTORY TO NUM5-DISP
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(NUM5-DISP) DELIMITED BY SIZE
                      " step(s) have no recorded duration and are not"
                          DELIMITED BY SIZE
                      " in the total" DELIMITED BY SIZE
                   INTO FORECAST-RECORD
               WRITE FORECAST-RECORD
           END-IF

           COMPUTE DK-HEADROOM = WS-AVAIL-SECS - DK-TODAY
           MOVE SPACES TO FORECAST-RECORD
           EVALUATE TRUE
               WHEN DK-HEADROOM <= 0
                   MOVE WS-TODAY TO DK-EXHAUST
                   MOVE 0 TO DK-DAYS
                   MOVE "  window exhausted: ALREADY - the deck no "
                       TO FORECAST-RECORD
                   MOVE "longer fits the window" TO
                       FORECAST-RECORD(43:22)
               WHEN DK-SLOPE <= 0
                   MOVE 99999999 TO DK-EXHAUST
                   MOVE "  window exhausted: not projected (runtime "
                       TO FORECAST-RECORD
                   MOVE "is not growing)" TO FORECAST-RECORD(44:15)
               WHEN OTHER
                   COMPUTE DK-DAYS = DK-HEADROOM / DK-SLOPE
                   COMPUTE DK-EXHAUST = FUNCTION DATE-OF-INTEGER(
                       WS-TODAY-INT + DK-DAYS)
                   MOVE DK-DAYS TO SECS-DISP
                   STRING "  window exhausted: " DELIMITED BY SIZE
                          DK-EXHAUST DELIMITED BY SIZE
                          " (in " DELIMITED BY SIZE
                          FUNCTION TRIM(SECS-DISP) DELIMITED BY SIZE
                          " day(s))" DELIMITED BY SIZE
                       INTO FORECAST-RECORD
           END-EVALUATE
           WRITE FORECAST-RECORD
           IF DK-EXHAUST < WS-EARLIEST
               MOVE DK-EXHAUST TO WS-EARLIEST
               MOVE WS-DECK-PATH TO WS-EARLIEST-DECK
           END-IF
           IF DK-EXHAUST NOT = 99999999
                   AND DK-DAYS <= WS-WARN-DAYS
               DISPLAY "capacity_forecast: WARNING - deck "
                   FUNCTION TRIM(WS-DECK-PATH)
                   " is projected past the window end by "
                   DK-EXHAUST
           END-IF
           PERFORM Write-Growth-Drivers
           .

       Add-Deck-Step.
           IF DECK-RECORD = SPACES OR DECK-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STEP-CMD
           UNSTRING DECK-RECORD DELIMITED BY ","
               INTO WS-STEP-CMD
           END-UNSTRING
           ADD 1 TO DK-STEPS
           PERFORM Find-Or-Add-Step
           IF WS-STEP-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF STP-N(STP-IDX) = 0 AND STP-LAST-SECS(STP-IDX) = 0
               ADD 1 TO DK-NO-HISTORY
               EXIT PARAGRAPH
           END-IF
           ADD STP-TODAY(STP-IDX) TO DK-TODAY
           ADD STP-SLOPE(STP-IDX) TO DK-SLOPE
           IF STP-SLOPE(STP-IDX) > 0
               ADD STP-SLOPE(STP-IDX) TO DK-GROWTH
      *> a step listed twice in the deck grows the deck twice.
               MOVE 'C' TO STP-SHOWN(STP-IDX)
           END-IF
           .

       Write-Growth-Drivers.
           IF DK-GROWTH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "    Step" TO FORECAST-RECORD
           MOVE "Today(s)  Growth/month(s)  Share"
               TO FORECAST-RECORD(60:32)
           WRITE FORECAST-RECORD
           PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 10
               PERFORM Write-Next-Driver
           END-PERFORM
           .

       Write-Next-Driver.
      *> candidates are this deck's growing steps ('C'), largest
      *> slope first.
           MOVE 0 TO WS-BEST-IDX WS-BEST-SLOPE
           PERFORM VARYING STP-IDX FROM 1 BY 1
               UNTIL STP-IDX > STEP-COUNT
               IF STP-SHOWN(STP-IDX) = 'C'
                       AND STP-SLOPE(STP-IDX) > WS-BEST-SLOPE
                   MOVE STP-IDX TO WS-BEST-IDX
                   MOVE STP-SLOPE(STP-IDX) TO WS-BEST-SLOPE
               END-IF
           END-PERFORM
           IF WS-BEST-IDX = 0
               MOVE 10 TO WS-RANK
               EXIT PARAGRAPH
           END-IF
           SET STP-IDX TO WS-BEST-IDX
           MOVE 'Y' TO STP-SHOWN(STP-IDX)
           MOVE SPACES TO FORECAST-RECORD
           MOVE STP-CMD(STP-IDX)(1:54) TO FORECAST-RECORD(5:54)
           MOVE STP-TODAY(STP-IDX) TO SECS-DISP
           MOVE SECS-DISP TO FORECAST-RECORD(59:9)
           COMPUTE GROW-DISP ROUNDED = STP-SLOPE(STP-IDX) * 30
           MOVE GROW-DISP TO FORECAST-RECORD(72:8)
           COMPUTE WS-SHARE ROUNDED =
               STP-SLOPE(STP-IDX) * 100 / DK-GROWTH
           MOVE WS-SHARE TO PCT-DISP
           MOVE PCT-DISP TO FORECAST-RECORD(82:5)
           MOVE "%" TO FORECAST-RECORD(87:1)
           WRITE FORECAST-RECORD
           .
