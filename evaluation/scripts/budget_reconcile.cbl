       IDENTIFICATION DIVISION.
       PROGRAM-ID. budget-reconcile.
       AUTHOR. Shiva9361.

      *> Ledger-to-log reconciliation: energy_reconcile balances the
      *> log against itself (checkpoint chains, orphaned alerts),
      *> but nothing proved that the BUCKET figures chargeback is
      *> billed from still equal what the posted runs measured. This
      *> recomputes every (period, program) from the measurements
      *> and ties it to the ledger:
      *>
      *>   ledger side   - the BUCKET for the period and program,
      *>                   plus every ADJUST record that belongs to
      *>                   that period (a line posted or voided
      *>                   after the period closed lands as an
      *>                   ADJUST in the open period, tagged with
      *>                   the closed one - see energy_budget_post)
      *>   measured side - the data lines of every POSTED run in
      *>                   energy-archive.log and energy.log (archive
      *>                   first, the merge order energy_trend and
      *>                   budget_plan use), by each line's own
      *>                   timestamp month, leaving out every run
      *>                   the ledger marks VOIDED or the run-voids
      *>                   register lists; a monthly summary
      *>                   record archive_summarize left in the
      *>                   archive counts whole for its month and
      *>                   program (it is only ever built from
      *>                   posted, unvoided runs)
      *>
      *> Every (period, program) that fails to tie is listed as a
      *> VARIANCE with the runs behind its measured figure, and a
      *> posted run with no lines left in either log is listed as
      *> MISSING - unless "archive-summary-runs" records that its
      *> detail was rolled into a summary. RETURN-CODE 1 when
      *> anything failed to tie, the energy_reconcile convention,
      *> so the month-end chain can hold cost_invoice back.
      *>
      *> COBJOULES_RECONCILE_PERIOD (optional) - YYYYMM; only that
      *>     period is tied. Default: every period on the ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "energy-budget-ledger"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LED-FS.

           SELECT ARCHIVE-LOG-IN ASSIGN TO "energy-archive.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FS.

           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ELOG-FS.

           SELECT SUMRUN-FILE ASSIGN TO "archive-summary-runs"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD PIC X(80).

       FD  ARCHIVE-LOG-IN.
       01  ARCH-RECORD PIC X(320).

       FD  ENERGY-LOG-IN.
       01  ELOG-RECORD PIC X(320).

       FD  SUMRUN-FILE.
       01  SUMRUN-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  LED-FS        PIC XX.
       01  ARCH-FS       PIC XX.
       01  ELOG-FS       PIC XX.
       01  SRN-FS        PIC XX.
       01  BRC-EOF       PIC X VALUE 'N'.
           88  BRC-AT-END     VALUE 'Y'.
           88  BRC-NOT-AT-END VALUE 'N'.

      *> parsed energy.log line - populated by the shared reader
      *> subprogram energy_log_read.
       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".

       01  L-KIND        PIC X(8).
       01  L-FIELD2      PIC X(21).
       01  L-FIELD3      PIC X(20).
       01  L-FIELD4      PIC X(16).
       01  L-FIELD5      PIC X(8).

       01  WS-PERIOD-FILTER PIC X(6) VALUE SPACES.
       01  WS-LOOKUP-PERIOD PIC X(6).
       01  WS-LOOKUP-NAME   PIC X(20).
       01  WS-LOOKUP-RUN    PIC X(21).
       01  WS-FOUND         PIC 9(1).
       01  WS-MATCH-IDX     PIC 9(4).
       01  WS-LINE-WEIGHT   PIC 9(9).
       01  WS-SUMMARIZED    PIC 9(5) VALUE 0.

      *> posted runs, each with whether it is excluded as voided
      *> and whether any of its lines were found.
       01  MAX-POSTED    PIC 9(3) VALUE 500.
       01  POSTED-COUNT  PIC 9(3) VALUE 0.
       01  POSTED-TABLE.
           05  POSTED-ENTRY OCCURS 500 TIMES INDEXED BY PST-IDX.
               10  PST-RUN       PIC X(21).
               10  PST-VOIDED    PIC X.
               10  PST-SEEN      PIC X.
       01  MAX-VOIDED    PIC 9(3) VALUE 500.
       01  VOIDED-COUNT  PIC 9(3) VALUE 0.
       01  VOIDED-TABLE.
           05  VOIDED-MARK OCCURS 500 TIMES PIC X(21).
       01  VOIDED-IDX    PIC 9(3).
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

      *> one entry per (period, program) on either side.
       01  MAX-TIES      PIC 9(3) VALUE 200.
       01  TIE-COUNT     PIC 9(3) VALUE 0.
       01  TIE-TABLE.
           05  TIE-ENTRY OCCURS 200 TIMES INDEXED BY TIE-IDX.
               10  TIE-PERIOD    PIC X(6).
               10  TIE-NAME      PIC X(20).
               10  TIE-BUCKET-UJ PIC S9(15).
               10  TIE-ADJUST-UJ PIC S9(15).
               10  TIE-LOG-UJ    PIC S9(15).
       01  WS-TIE-MATCH  PIC 9(3).

      *> the runs behind each measured figure.
       01  MAX-CONTRIBS  PIC 9(4) VALUE 2000.
       01  CONTRIB-COUNT PIC 9(4) VALUE 0.
       01  CONTRIB-TABLE.
           05  CONTRIB-ENTRY OCCURS 2000 TIMES INDEXED BY CTB-IDX.
               10  CTB-TIE       PIC 9(3).
               10  CTB-RUN       PIC X(21).
               10  CTB-UJ        PIC 9(15).
               10  CTB-LINES     PIC 9(7).

       01  WS-LEDGER-NET  PIC S9(15).
       01  WS-VARIANCE    PIC S9(15).
       01  WS-VARIANCES   PIC 9(5) VALUE 0.
       01  WS-MISSING     PIC 9(5) VALUE 0.
       01  WS-TIED        PIC 9(5) VALUE 0.
       01  WS-LINES-USED  PIC 9(9) VALUE 0.
       01  WS-VOID-LINES  PIC 9(9) VALUE 0.
       01  WS-RUNS-SHOWN  PIC 9(5).
       01  UJ-DISP        PIC -Z(14)9.
       01  UJ2-DISP       PIC -Z(14)9.
       01  UJ3-DISP       PIC -Z(14)9.

       PROCEDURE DIVISION.
       Main-Reconcile.
           ACCEPT WS-PERIOD-FILTER FROM ENVIRONMENT
               "COBJOULES_RECONCILE_PERIOD"
           IF WS-PERIOD-FILTER NOT = SPACES
                   AND WS-PERIOD-FILTER IS NOT NUMERIC
               DISPLAY "budget_reconcile: ERROR - "
                   "COBJOULES_RECONCILE_PERIOD must be YYYYMM, got '"
                   WS-PERIOD-FILTER "'"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Ledger
           PERFORM Mark-Voided-Runs
           PERFORM Mark-Summarized-Runs
           PERFORM Scan-Logs
           PERFORM Report-Ties
           PERFORM Report-Missing-Runs

           DISPLAY "budget_reconcile: " TIE-COUNT
               " period/program bucket(s), " WS-TIED " tied, "
               WS-VARIANCES " variance(s); " WS-LINES-USED
               " measured line(s) used, " WS-VOID-LINES
               " line(s) of voided runs left out, "
               WS-SUMMARIZED " posted run(s) held only in "
               "monthly summaries"
           IF WS-VARIANCES = 0 AND WS-MISSING = 0
               DISPLAY "budget_reconcile: RECONCILED - every ledger "
                   "bucket equals its posted runs' measurements"
           ELSE
               DISPLAY "budget_reconcile: NOT RECONCILED - "
                   WS-VARIANCES " variance(s), " WS-MISSING
                   " posted run(s) missing from the logs"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Ledger.
           OPEN INPUT LEDGER-FILE
           IF LED-FS NOT = "00"
               DISPLAY "budget_reconcile: ERROR - could not open "
                   "energy-budget-ledger (status " LED-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL BRC-AT-END
               READ LEDGER-FILE
                   AT END
                       SET BRC-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Ledger-Record
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           SET BRC-NOT-AT-END TO TRUE
           .

       Load-Ledger-Record.
           MOVE SPACES TO L-KIND L-FIELD2 L-FIELD3 L-FIELD4
               L-FIELD5
           UNSTRING LEDGER-RECORD DELIMITED BY ","
               INTO L-KIND L-FIELD2 L-FIELD3 L-FIELD4 L-FIELD5
           END-UNSTRING
           EVALUATE FUNCTION TRIM(L-KIND)
               WHEN "POSTED"
                   IF POSTED-COUNT >= MAX-POSTED
                       DISPLAY "budget_reconcile: ERROR - posted-run "
                           "table full (" MAX-POSTED ")"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO POSTED-COUNT
                   SET PST-IDX TO POSTED-COUNT
                   MOVE L-FIELD2 TO PST-RUN(PST-IDX)
                   MOVE 'N' TO PST-VOIDED(PST-IDX)
                   MOVE 'N' TO PST-SEEN(PST-IDX)
               WHEN "VOIDED"
                   IF VOIDED-COUNT < MAX-VOIDED
                       ADD 1 TO VOIDED-COUNT
                       MOVE L-FIELD2 TO VOIDED-MARK(VOIDED-COUNT)
                   END-IF
               WHEN "BUCKET"
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(L-FIELD4)) = 0
                       MOVE L-FIELD2(1:6) TO WS-LOOKUP-PERIOD
                       MOVE L-FIELD3 TO WS-LOOKUP-NAME
                       PERFORM Find-Or-Add-Tie
                       IF WS-FOUND NOT = 2
                           COMPUTE TIE-BUCKET-UJ(TIE-IDX) =
                               TIE-BUCKET-UJ(TIE-IDX) +
                               FUNCTION NUMVAL(
                                   FUNCTION TRIM(L-FIELD4))
                       END-IF
                   END-IF
               WHEN "ADJUST"
      *> an adjustment belongs to the closed period it corrects,
      *> not to the open period it was booked in.
                   IF FUNCTION TEST-NUMVAL(
                           FUNCTION TRIM(L-FIELD4)) = 0
                       MOVE L-FIELD5(1:6) TO WS-LOOKUP-PERIOD
                       MOVE L-FIELD3 TO WS-LOOKUP-NAME
                       PERFORM Find-Or-Add-Tie
                       IF WS-FOUND NOT = 2
                           COMPUTE TIE-ADJUST-UJ(TIE-IDX) =
                               TIE-ADJUST-UJ(TIE-IDX) +
                               FUNCTION NUMVAL(
                                   FUNCTION TRIM(L-FIELD4))
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Mark-Voided-Runs.
      *> a run is left out when the ledger recorded its void, or
      *> when the run-voids register lists it - a void that never
      *> reached the ledger then shows up as a variance.
           PERFORM VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > POSTED-COUNT
               PERFORM VARYING VOIDED-IDX FROM 1 BY 1
                   UNTIL VOIDED-IDX > VOIDED-COUNT
                   IF FUNCTION TRIM(VOIDED-MARK(VOIDED-IDX)) =
                           FUNCTION TRIM(PST-RUN(PST-IDX))
                       MOVE 'Y' TO PST-VOIDED(PST-IDX)
                   END-IF
               END-PERFORM
               IF PST-VOIDED(PST-IDX) = 'N'
                   MOVE FUNCTION TRIM(PST-RUN(PST-IDX))
                       TO WS-VOID-LOOKUP
                   CALL "run_void_check" USING WS-VOID-LOOKUP
                       WS-VOIDED-FLAG
                   IF WS-VOIDED-FLAG = 'Y'
                       MOVE 'Y' TO PST-VOIDED(PST-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       Mark-Summarized-Runs.
      *> a posted run whose detail archive_summarize rolled into a
      *> monthly summary is still proved - by that summary.
           OPEN INPUT SUMRUN-FILE
           IF SRN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BRC-AT-END
               READ SUMRUN-FILE
                   AT END
                       SET BRC-AT-END TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-LOOKUP-RUN
                       UNSTRING SUMRUN-RECORD DELIMITED BY ","
                           INTO WS-LOOKUP-RUN
                       END-UNSTRING
                       PERFORM VARYING PST-IDX FROM 1 BY 1
                           UNTIL PST-IDX > POSTED-COUNT
                           IF PST-RUN(PST-IDX) = WS-LOOKUP-RUN
                                   AND PST-SEEN(PST-IDX) = 'N'
                               MOVE 'Y' TO PST-SEEN(PST-IDX)
                               ADD 1 TO WS-SUMMARIZED
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SUMRUN-FILE
           SET BRC-NOT-AT-END TO TRUE
           .

       Scan-Logs.
      *> archive first, then the live log - the same merge order
      *> energy_trend and budget_plan use.
           OPEN INPUT ARCHIVE-LOG-IN
           IF ARCH-FS = "00"
               PERFORM UNTIL BRC-AT-END
                   READ ARCHIVE-LOG-IN
                       AT END
                           SET BRC-AT-END TO TRUE
                       NOT AT END
                           MOVE ARCH-RECORD TO ELOG-RAW-LINE
                           PERFORM Tally-Log-Line
                               THRU Tally-Log-Line-Exit
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-IN
               SET BRC-NOT-AT-END TO TRUE
           END-IF
           OPEN INPUT ENERGY-LOG-IN
           IF ELOG-FS NOT = "00"
               DISPLAY "budget_reconcile: ERROR - could not open "
                   "energy.log (status " ELOG-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL BRC-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET BRC-AT-END TO TRUE
                   NOT AT END
                       MOVE ELOG-RECORD TO ELOG-RAW-LINE
                       PERFORM Tally-Log-Line
                           THRU Tally-Log-Line-Exit
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN
           SET BRC-NOT-AT-END TO TRUE
           .

       Tally-Log-Line.
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED

           IF ELOG-IS-SUMMARY AND ELOG-LINE-VALID
               PERFORM Tally-Summary
               GO TO Tally-Log-Line-Exit
           END-IF
      *> exactly the lines energy_budget_post accumulates: data
      *> lines only, valid, with a usable timestamp month.
           IF NOT ELOG-IS-DATA
               GO TO Tally-Log-Line-Exit
           END-IF
           IF NOT ELOG-LINE-VALID
               GO TO Tally-Log-Line-Exit
           END-IF
           IF ELOG-TIMESTAMP(1:6) IS NOT NUMERIC
               GO TO Tally-Log-Line-Exit
           END-IF

           MOVE 0 TO WS-FOUND
           PERFORM VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > POSTED-COUNT OR WS-FOUND = 1
               IF FUNCTION TRIM(PST-RUN(PST-IDX)) =
                       FUNCTION TRIM(ELOG-RUNID)
                   MOVE 1 TO WS-FOUND
                   MOVE PST-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               GO TO Tally-Log-Line-Exit
           END-IF
           SET PST-IDX TO WS-MATCH-IDX
           MOVE 'Y' TO PST-SEEN(PST-IDX)
           IF PST-VOIDED(PST-IDX) = 'Y'
               ADD 1 TO WS-VOID-LINES
               GO TO Tally-Log-Line-Exit
           END-IF

           MOVE ELOG-TIMESTAMP(1:6) TO WS-LOOKUP-PERIOD
           IF WS-PERIOD-FILTER NOT = SPACES
                   AND WS-LOOKUP-PERIOD NOT = WS-PERIOD-FILTER
               GO TO Tally-Log-Line-Exit
           END-IF
           MOVE FUNCTION TRIM(ELOG-PROGNAME) TO WS-LOOKUP-NAME
           IF WS-LOOKUP-NAME = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-NAME
           END-IF
           PERFORM Find-Or-Add-Tie
           IF WS-FOUND = 2
               GO TO Tally-Log-Line-Exit
           END-IF
           ADD ELOG-DELTA-UJ TO TIE-LOG-UJ(TIE-IDX)
           ADD 1 TO WS-LINES-USED
           MOVE ELOG-RUNID TO WS-LOOKUP-RUN
           MOVE 1 TO WS-LINE-WEIGHT
           PERFORM Add-Contribution
           .
       Tally-Log-Line-Exit.
           EXIT.

       Tally-Summary.
      *> the month's rolled-up total for the program, shown among
      *> the contributing runs as "(summary)".
           MOVE ELOG-SUM-PERIOD TO WS-LOOKUP-PERIOD
           MOVE FUNCTION TRIM(ELOG-PROGNAME) TO WS-LOOKUP-NAME
           IF WS-LOOKUP-NAME = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-NAME
           END-IF
           PERFORM Find-Or-Add-Tie
           IF WS-FOUND = 2
               EXIT PARAGRAPH
           END-IF
           ADD ELOG-DELTA-UJ TO TIE-LOG-UJ(TIE-IDX)
           ADD ELOG-SUM-LINES TO WS-LINES-USED
           MOVE "(summary)" TO WS-LOOKUP-RUN
           MOVE ELOG-SUM-LINES TO WS-LINE-WEIGHT
           PERFORM Add-Contribution
           .

       Find-Or-Add-Tie.
      *> same find-or-add idiom as energy_budget_post's
      *> Find-Or-Add-Bucket, keyed on (period, program). Ledger
      *> records outside the period asked for are not tied.
           IF WS-PERIOD-FILTER NOT = SPACES
                   AND WS-LOOKUP-PERIOD NOT = WS-PERIOD-FILTER
               MOVE 2 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING TIE-IDX FROM 1 BY 1
               UNTIL TIE-IDX > TIE-COUNT OR WS-FOUND = 1
               IF TIE-PERIOD(TIE-IDX) = WS-LOOKUP-PERIOD
                       AND TIE-NAME(TIE-IDX) = WS-LOOKUP-NAME
                   MOVE 1 TO WS-FOUND
                   MOVE TIE-IDX TO WS-TIE-MATCH
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET TIE-IDX TO WS-TIE-MATCH
           END-IF
           IF WS-FOUND = 0
               IF TIE-COUNT >= MAX-TIES
                   DISPLAY "budget_reconcile: ERROR - bucket table "
                       "full (" MAX-TIES ") - narrow the run with "
                       "COBJOULES_RECONCILE_PERIOD"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO TIE-COUNT
               SET TIE-IDX TO TIE-COUNT
               MOVE WS-LOOKUP-PERIOD TO TIE-PERIOD(TIE-IDX)
               MOVE WS-LOOKUP-NAME TO TIE-NAME(TIE-IDX)
               MOVE 0 TO TIE-BUCKET-UJ(TIE-IDX)
                   TIE-ADJUST-UJ(TIE-IDX) TIE-LOG-UJ(TIE-IDX)
               MOVE 1 TO WS-FOUND
           END-IF
           .

       Add-Contribution.
           MOVE TIE-IDX TO WS-TIE-MATCH
           MOVE 0 TO WS-FOUND
           PERFORM VARYING CTB-IDX FROM 1 BY 1
               UNTIL CTB-IDX > CONTRIB-COUNT OR WS-FOUND = 1
               IF CTB-TIE(CTB-IDX) = WS-TIE-MATCH
                       AND CTB-RUN(CTB-IDX) = WS-LOOKUP-RUN
                   MOVE 1 TO WS-FOUND
                   MOVE CTB-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET CTB-IDX TO WS-MATCH-IDX
           ELSE
               IF CONTRIB-COUNT >= MAX-CONTRIBS
                   DISPLAY "budget_reconcile: ERROR - run detail "
                       "table full (" MAX-CONTRIBS ") - narrow the "
                       "run with COBJOULES_RECONCILE_PERIOD"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CONTRIB-COUNT
               SET CTB-IDX TO CONTRIB-COUNT
               MOVE WS-TIE-MATCH TO CTB-TIE(CTB-IDX)
               MOVE WS-LOOKUP-RUN TO CTB-RUN(CTB-IDX)
               MOVE 0 TO CTB-UJ(CTB-IDX) CTB-LINES(CTB-IDX)
           END-IF
           ADD ELOG-DELTA-UJ TO CTB-UJ(CTB-IDX)
           ADD WS-LINE-WEIGHT TO CTB-LINES(CTB-IDX)
           .

       Report-Ties.
           DISPLAY "Period Program                     "
               "Ledger uJ      Measured uJ      Variance uJ"
           PERFORM VARYING TIE-IDX FROM 1 BY 1
               UNTIL TIE-IDX > TIE-COUNT
               COMPUTE WS-LEDGER-NET = TIE-BUCKET-UJ(TIE-IDX)
                   + TIE-ADJUST-UJ(TIE-IDX)
               COMPUTE WS-VARIANCE = WS-LEDGER-NET
                   - TIE-LOG-UJ(TIE-IDX)
               MOVE WS-LEDGER-NET TO UJ-DISP
               MOVE TIE-LOG-UJ(TIE-IDX) TO UJ2-DISP
               MOVE WS-VARIANCE TO UJ3-DISP
               IF WS-VARIANCE = 0
                   ADD 1 TO WS-TIED
                   DISPLAY TIE-PERIOD(TIE-IDX) " "
                       TIE-NAME(TIE-IDX) " " UJ-DISP " "
                       UJ2-DISP " " UJ3-DISP "  tied"
               ELSE
                   ADD 1 TO WS-VARIANCES
                   DISPLAY TIE-PERIOD(TIE-IDX) " "
                       TIE-NAME(TIE-IDX) " " UJ-DISP " "
                       UJ2-DISP " " UJ3-DISP "  VARIANCE"
                   PERFORM Show-Variance-Runs
               END-IF
           END-PERFORM
           .

       Show-Variance-Runs.
           IF TIE-ADJUST-UJ(TIE-IDX) NOT = 0
               MOVE TIE-BUCKET-UJ(TIE-IDX) TO UJ-DISP
               MOVE TIE-ADJUST-UJ(TIE-IDX) TO UJ2-DISP
               DISPLAY "    ledger: bucket " FUNCTION TRIM(UJ-DISP)
                   " uJ, prior-period adjustments "
                   FUNCTION TRIM(UJ2-DISP) " uJ"
           END-IF
           MOVE 0 TO WS-RUNS-SHOWN
           MOVE TIE-IDX TO WS-TIE-MATCH
           PERFORM VARYING CTB-IDX FROM 1 BY 1
               UNTIL CTB-IDX > CONTRIB-COUNT
               IF CTB-TIE(CTB-IDX) = WS-TIE-MATCH
                   ADD 1 TO WS-RUNS-SHOWN
                   MOVE CTB-UJ(CTB-IDX) TO UJ-DISP
                   DISPLAY "    run " CTB-RUN(CTB-IDX) " "
                       CTB-LINES(CTB-IDX) " line(s) "
                       FUNCTION TRIM(UJ-DISP) " uJ"
               END-IF
           END-PERFORM
           IF WS-RUNS-SHOWN = 0
               DISPLAY "    no posted run measured anything in "
                   TIE-PERIOD(TIE-IDX) " for "
                   FUNCTION TRIM(TIE-NAME(TIE-IDX))
           END-IF
           .

       Report-Missing-Runs.
      *> a posted, unvoided run with no line left in either log -
      *> its energy is on the ledger but can no longer be proved.
           PERFORM VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > POSTED-COUNT
               IF PST-SEEN(PST-IDX) = 'N'
                       AND PST-VOIDED(PST-IDX) = 'N'
                   ADD 1 TO WS-MISSING
                   DISPLAY "budget_reconcile: MISSING - posted run "
                       FUNCTION TRIM(PST-RUN(PST-IDX))
                       " has no lines in energy.log or "
                       "energy-archive.log"
               END-IF
           END-PERFORM
           .

       END PROGRAM budget-reconcile.
