       IDENTIFICATION DIVISION.
       PROGRAM-ID. archive-summarize.
       AUTHOR. Shiva9361.

      *> Monthly summary tier for energy-archive.log: energy_retention
      *> moves old lines into the archive, which then grew forever at
      *> full line detail while energy_trend and budget_plan re-read
      *> all of it only to produce monthly figures. This rolls
      *> archive detail older than a configured age into one summary
      *> record per month, program, domain and host, and the rolled-
      *> up detail leaves the archive:
      *>
      *>   VM,<YYYYMM>,<host>,<program>,<domain>,<lines>,<uJ>,
      *>      <runs>,<trailered runs>,<trailer lines>,<trailer uJ>,
      *>      <built ts>
      *>
      *> Each record carries the detail line count and uJ total it
      *> replaced and the control totals of the trailers of the runs
      *> it was built from, and the shared reader energy_log_read
      *> maps it to ELOG-IS-SUMMARY so month-level reports keep
      *> long-term history at a fraction of the size.
      *>
      *> A run is rolled up whole or not at all, and only when every
      *> line of it falls in a month wholly older than the cutoff.
      *> Runs kept at full detail, whatever their age:
      *>   - voided runs (run_void_check) - the evidence of why;
      *>   - runs under legal hold (legal_hold_check);
      *>   - runs never posted, when energy-budget-ledger exists -
      *>     posting or the suspense queue may still need them;
      *>   - runs whose trailer fails its control total.
      *> Each run rolled up is appended to "archive-summary-runs"
      *> (<run id>,<last month>,<lines>,<uJ>,<trailer lines>,
      *> <trailer uJ>,<ts>) so budget_reconcile still knows a posted
      *> run's energy was proved before its detail went.
      *>
      *>   COBJOULES_SUMMARY_AGE_DAYS (optional) - detail older than
      *>       this many days is summarized; default 365.
      *>
      *> The archive is rebuilt with the same build-then-swap and
      *> exclusive log maintenance token energy_retention takes
      *> before it rebuilds energy.log, so a purge cannot append to
      *> the archive mid-rebuild.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-IN ASSIGN TO "energy-archive.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARC-FS.

           SELECT ARCHIVE-NEW ASSIGN TO "energy-archive.log.new-tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ANEW-FS.

           SELECT ARCHIVE-KEEP
               ASSIGN TO "energy-archive.log.keep-tmp"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AKEEP-FS.

           SELECT LEDGER-FILE ASSIGN TO "energy-budget-ledger"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LED-FS.

           SELECT SUMRUN-FILE ASSIGN TO "archive-summary-runs"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SRN-FS.

           SELECT HOSTNAME-FILE ASSIGN TO
               "/proc/sys/kernel/hostname"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-IN.
       01  ARC-RECORD PIC X(320).

       FD  ARCHIVE-NEW.
       01  ANEW-RECORD PIC X(320).

       FD  ARCHIVE-KEEP.
       01  AKEEP-RECORD PIC X(320).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD PIC X(80).

       FD  SUMRUN-FILE.
       01  SUMRUN-RECORD PIC X(120).

       FD  HOSTNAME-FILE.
       01  HOSTNAME-RECORD PIC X(64).

       WORKING-STORAGE SECTION.
       01  ARC-FS        PIC XX.
       01  ANEW-FS       PIC XX.
       01  AKEEP-FS      PIC XX.
       01  LED-FS        PIC XX.
       01  SRN-FS        PIC XX.
       01  HOST-FS       PIC XX.
       01  ASM-EOF       PIC X VALUE 'N'.
           88  ASM-AT-END     VALUE 'Y'.
           88  ASM-NOT-AT-END VALUE 'N'.

       01  WS-AGE-ENV    PIC X(6) VALUE SPACES.
       01  WS-AGE-DAYS   PIC 9(5) VALUE 365.
       01  WS-HOSTNAME   PIC X(64) VALUE "unknown-host".
       01  WS-STAMP      PIC X(21).
       01  WS-TODAY-NUM  PIC 9(8).
       01  WS-CUTOFF-INT PIC 9(7).
       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-CUTOFF-MONTH PIC X(6).
       01  WS-LINE-MONTH PIC X(6).

       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".
       COPY "legalhold.cpy".
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

      *> posted runs, when the ledger exists.
       01  WS-LEDGER-PRESENT PIC X VALUE 'N'.
       01  L-KIND        PIC X(8).
       01  L-RUN         PIC X(21).
       01  MAX-POSTED    PIC 9(4) VALUE 2000.
       01  POSTED-COUNT  PIC 9(4) VALUE 0.
       01  POSTED-TABLE.
           05  POSTED-RUN OCCURS 2000 TIMES PIC X(21).
       01  POSTED-IDX    PIC 9(4).

      *> every run in the archive, surveyed on the first pass.
       01  WS-LOOKUP-RUN PIC X(21).
       01  WS-FOUND      PIC 9(1).
       01  WS-MATCH-IDX  PIC 9(4).
       01  MAX-RUNS      PIC 9(4) VALUE 2000.
       01  RUN-COUNT     PIC 9(4) VALUE 0.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 2000 TIMES INDEXED BY RUN-IDX.
               10  RUN-ID-KEY     PIC X(21).
               10  RUN-LINES      PIC 9(9).
               10  RUN-UJ         PIC 9(15).
               10  RUN-HAS-TRL    PIC X.
               10  RUN-TRL-LINES  PIC 9(9).
               10  RUN-TRL-UJ     PIC 9(15).
               10  RUN-LAST-MONTH PIC X(6).
               10  RUN-BAD-STAMP  PIC X.
               10  RUN-STATE      PIC X.
                   88  RUN-ELIGIBLE    VALUE 'E'.
                   88  RUN-RECENT      VALUE 'R'.
                   88  RUN-HELD        VALUE 'H'.
                   88  RUN-VOIDED      VALUE 'V'.
                   88  RUN-UNPOSTED    VALUE 'U'.
                   88  RUN-TRL-FAILS   VALUE 'T'.
       01  WS-RUNS-OVERFLOW PIC 9(7) VALUE 0.

      *> one summary per (month, program, domain); the host is this
      *> one - the archive is a single host's file.
       01  WS-LOOKUP-PROG PIC X(20).
       01  MAX-SUMS      PIC 9(4) VALUE 1000.
       01  SUM-COUNT     PIC 9(4) VALUE 0.
       01  SUM-TABLE.
           05  SUM-ENTRY OCCURS 1000 TIMES INDEXED BY SUM-IDX.
               10  SUM-PERIOD    PIC X(6).
               10  SUM-PROG      PIC X(20).
               10  SUM-DOMAIN    PIC X(24).
               10  SUM-LINES     PIC 9(9).
               10  SUM-UJ        PIC 9(15).
               10  SUM-RUNS      PIC 9(7).
               10  SUM-TRL-RUNS  PIC 9(7).
               10  SUM-TRL-LINES PIC 9(9).
               10  SUM-TRL-UJ    PIC 9(15).
       01  WS-SUM-MATCH  PIC 9(4).

      *> which runs already fed which summary, so each run's trailer
      *> totals are carried once per summary record.
       01  MAX-LINKS     PIC 9(5) VALUE 10000.
       01  LINK-COUNT    PIC 9(5) VALUE 0.
       01  LINK-TABLE.
           05  LINK-ENTRY OCCURS 10000 TIMES INDEXED BY LNK-IDX.
               10  LNK-SUM       PIC 9(4).
               10  LNK-RUN       PIC 9(4).

       01  WS-RUNS-ROLLED  PIC 9(7) VALUE 0.
       01  WS-LINES-ROLLED PIC 9(9) VALUE 0.
       01  WS-LINES-DROPPED PIC 9(9) VALUE 0.
       01  WS-LINES-KEPT   PIC 9(9) VALUE 0.
       01  WS-KEPT-RECENT  PIC 9(7) VALUE 0.
       01  WS-KEPT-HELD    PIC 9(7) VALUE 0.
       01  WS-KEPT-VOIDED  PIC 9(7) VALUE 0.
       01  WS-KEPT-UNPOSTED PIC 9(7) VALUE 0.
       01  WS-KEPT-TRL     PIC 9(7) VALUE 0.

       01  UJ-DISP       PIC 9(15).
       01  LINES-DISP    PIC 9(9).
       01  RUNS-DISP     PIC 9(7).
       01  TRL-RUNS-DISP PIC 9(7).
       01  TRL-LINES-DISP PIC 9(9).
       01  TRL-UJ-DISP   PIC 9(15).

       01  WS-OLD-NAME   PIC X(40)
               VALUE "energy-archive.log.new-tmp".
       01  WS-NEW-NAME   PIC X(40) VALUE "energy-archive.log".
       01  WS-KEEP-NAME  PIC X(40)
               VALUE "energy-archive.log.keep-tmp".
       01  WS-RENAME-RC  PIC 9(9) COMP-5.
       01  WS-DEL-RC     PIC 9(9) COMP-5.

       01  WS-TOK-OP     PIC X(2).
       01  WS-TOK-RC     PIC X.

       PROCEDURE DIVISION.
       Main-Summarize.
           ACCEPT WS-AGE-ENV FROM ENVIRONMENT
               "COBJOULES_SUMMARY_AGE_DAYS"
           IF WS-AGE-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-AGE-ENV)) = 0
                   COMPUTE WS-AGE-DAYS = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-AGE-ENV))
               ELSE
                   DISPLAY "archive_summarize: WARNING - "
                       "COBJOULES_SUMMARY_AGE_DAYS is not numeric, "
                       "using default of 365 days"
               END-IF
           END-IF

      *> only months wholly older than the cutoff are summarized:
      *> a month before the cutoff's own month.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-TODAY-NUM
           COMPUTE WS-CUTOFF-INT = FUNCTION INTEGER-OF-DATE(
               WS-TODAY-NUM) - WS-AGE-DAYS
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-CUTOFF-INT)
           MOVE WS-CUTOFF-DATE(1:6) TO WS-CUTOFF-MONTH

           PERFORM Read-Hostname
           PERFORM Load-Posted-Runs

           MOVE "MX" TO WS-TOK-OP
           CALL "elog_token" USING WS-TOK-OP WS-TOK-RC
           IF WS-TOK-RC NOT = 'Y'
               DISPLAY "archive_summarize: another maintenance job "
                   "holds the log token (or a sweep is appending) "
                   "- deferring rather than rebuild the archive "
                   "under it"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Survey-Archive
           PERFORM Classify-Runs
           IF WS-RUNS-ROLLED = 0
               DISPLAY "archive_summarize: no archived run is "
                   "entirely older than " WS-CUTOFF-MONTH
                   " and free to summarize - archive unchanged"
               PERFORM Report-Kept-Runs
               PERFORM Release-Log-Token
               STOP RUN
           END-IF

           PERFORM Rebuild-Archive
           PERFORM Append-Summary-Runs
           PERFORM Release-Log-Token

           DISPLAY "archive_summarize: " WS-RUNS-ROLLED " run(s), "
               WS-LINES-ROLLED " data line(s) rolled into "
               SUM-COUNT " monthly summary record(s) before "
               WS-CUTOFF-MONTH "; " WS-LINES-DROPPED " trailer/"
               "bracket/region line(s) retired with them, "
               WS-LINES-KEPT " line(s) kept at detail"
           PERFORM Report-Kept-Runs
           STOP RUN.

       Read-Hostname.
           OPEN INPUT HOSTNAME-FILE
           IF HOST-FS = "00"
               READ HOSTNAME-FILE
                   NOT AT END
                       MOVE FUNCTION TRIM(HOSTNAME-RECORD)
                           TO WS-HOSTNAME
               END-READ
               CLOSE HOSTNAME-FILE
           END-IF
           .

       Load-Posted-Runs.
           OPEN INPUT LEDGER-FILE
           IF LED-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LEDGER-PRESENT
           PERFORM UNTIL ASM-AT-END
               READ LEDGER-FILE
                   AT END
                       SET ASM-AT-END TO TRUE
                   NOT AT END
                       MOVE SPACES TO L-KIND L-RUN
                       UNSTRING LEDGER-RECORD DELIMITED BY ","
                           INTO L-KIND L-RUN
                       END-UNSTRING
                       IF FUNCTION TRIM(L-KIND) = "POSTED"
                               AND POSTED-COUNT < MAX-POSTED
                           ADD 1 TO POSTED-COUNT
                           MOVE FUNCTION TRIM(L-RUN)
                               TO POSTED-RUN(POSTED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           SET ASM-NOT-AT-END TO TRUE
           .

       Survey-Archive.
      *> first pass: every run's lines, total, trailer and the
      *> newest month any of its lines carries.
           OPEN INPUT ARCHIVE-IN
           IF ARC-FS NOT = "00"
               DISPLAY "archive_summarize: no energy-archive.log "
                   "(status " ARC-FS ") - nothing to summarize"
               PERFORM Release-Log-Token
               STOP RUN
           END-IF
           PERFORM UNTIL ASM-AT-END
               READ ARCHIVE-IN
                   AT END
                       SET ASM-AT-END TO TRUE
                   NOT AT END
                       MOVE ARC-RECORD TO ELOG-RAW-LINE
                       CALL "energy_log_read" USING ELOG-RAW-LINE
                           ELOG-PARSED
                       IF ELOG-LINE-VALID AND NOT ELOG-IS-SUMMARY
                           PERFORM Survey-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-IN
           SET ASM-NOT-AT-END TO TRUE
           .

       Survey-Line.
           PERFORM Find-Or-Add-Run
           IF WS-FOUND = 2
               ADD 1 TO WS-RUNS-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE ELOG-TIMESTAMP(1:6) TO WS-LINE-MONTH
           IF WS-LINE-MONTH IS NOT NUMERIC
               MOVE 'Y' TO RUN-BAD-STAMP(RUN-IDX)
           ELSE
               IF WS-LINE-MONTH > RUN-LAST-MONTH(RUN-IDX)
                   MOVE WS-LINE-MONTH TO RUN-LAST-MONTH(RUN-IDX)
               END-IF
           END-IF
           IF ELOG-IS-TRAILER
               MOVE 'Y' TO RUN-HAS-TRL(RUN-IDX)
               MOVE ELOG-DELTA-UJ TO RUN-TRL-UJ(RUN-IDX)
               IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(ELOG-ELAPSED-X)) = 0
                   COMPUTE RUN-TRL-LINES(RUN-IDX) =
                       FUNCTION NUMVAL(
                           FUNCTION TRIM(ELOG-ELAPSED-X))
               END-IF
           ELSE
               IF ELOG-IS-DATA
                   ADD 1 TO RUN-LINES(RUN-IDX)
                   ADD ELOG-DELTA-UJ TO RUN-UJ(RUN-IDX)
               END-IF
           END-IF
           .

       Find-Or-Add-Run.
           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-LOOKUP-RUN
           MOVE 0 TO WS-FOUND
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR WS-FOUND = 1
               IF RUN-ID-KEY(RUN-IDX) = WS-LOOKUP-RUN
                   MOVE 1 TO WS-FOUND
                   MOVE RUN-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET RUN-IDX TO WS-MATCH-IDX
               EXIT PARAGRAPH
           END-IF
           IF RUN-COUNT >= MAX-RUNS
               MOVE 2 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RUN-COUNT
           SET RUN-IDX TO RUN-COUNT
           MOVE WS-LOOKUP-RUN TO RUN-ID-KEY(RUN-IDX)
           MOVE 0 TO RUN-LINES(RUN-IDX) RUN-UJ(RUN-IDX)
               RUN-TRL-LINES(RUN-IDX) RUN-TRL-UJ(RUN-IDX)
           MOVE 'N' TO RUN-HAS-TRL(RUN-IDX) RUN-BAD-STAMP(RUN-IDX)
           MOVE SPACES TO RUN-LAST-MONTH(RUN-IDX)
           MOVE 'R' TO RUN-STATE(RUN-IDX)
           MOVE 1 TO WS-FOUND
           .

       Classify-Runs.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               PERFORM Classify-One-Run
           END-PERFORM
           .

       Classify-One-Run.
           SET RUN-RECENT(RUN-IDX) TO TRUE
           IF RUN-BAD-STAMP(RUN-IDX) = 'Y'
                   OR RUN-LAST-MONTH(RUN-IDX) = SPACES
                   OR RUN-LAST-MONTH(RUN-IDX) >= WS-CUTOFF-MONTH
               ADD 1 TO WS-KEPT-RECENT
               EXIT PARAGRAPH
           END-IF
           MOVE RUN-ID-KEY(RUN-IDX) TO WS-VOID-LOOKUP
           CALL "run_void_check" USING WS-VOID-LOOKUP WS-VOIDED-FLAG
           IF WS-VOIDED-FLAG = 'Y'
               SET RUN-VOIDED(RUN-IDX) TO TRUE
               ADD 1 TO WS-KEPT-VOIDED
               EXIT PARAGRAPH
           END-IF
           MOVE "RUN" TO HCK-KIND
           MOVE RUN-ID-KEY(RUN-IDX) TO HCK-KEY
           CALL "legal_hold_check" USING HOLD-CHECK
           IF HCK-IS-HELD
               SET RUN-HELD(RUN-IDX) TO TRUE
               ADD 1 TO WS-KEPT-HELD
               EXIT PARAGRAPH
           END-IF
           IF WS-LEDGER-PRESENT = 'Y'
               PERFORM VARYING POSTED-IDX FROM 1 BY 1
                   UNTIL POSTED-IDX > POSTED-COUNT
                   OR POSTED-RUN(POSTED-IDX) = RUN-ID-KEY(RUN-IDX)
                   CONTINUE
               END-PERFORM
               IF POSTED-IDX > POSTED-COUNT
                   SET RUN-UNPOSTED(RUN-IDX) TO TRUE
                   ADD 1 TO WS-KEPT-UNPOSTED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RUN-HAS-TRL(RUN-IDX) = 'Y'
               IF RUN-LINES(RUN-IDX) NOT = RUN-TRL-LINES(RUN-IDX)
                       OR RUN-UJ(RUN-IDX) NOT = RUN-TRL-UJ(RUN-IDX)
                   SET RUN-TRL-FAILS(RUN-IDX) TO TRUE
                   ADD 1 TO WS-KEPT-TRL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET RUN-ELIGIBLE(RUN-IDX) TO TRUE
           ADD 1 TO WS-RUNS-ROLLED
           .

       Rebuild-Archive.
      *> second pass: summary records already in the archive go
      *> straight to the new file, detail that stays goes to a keep
      *> file, and rolled-up detail only feeds the summary table;
      *> the new file is then new summaries + kept detail, swapped
      *> in over the archive.
           OPEN INPUT ARCHIVE-IN
           IF ARC-FS NOT = "00"
               DISPLAY "archive_summarize: ERROR - could not reopen "
                   "energy-archive.log (status " ARC-FS ")"
               PERFORM Abandon-Rebuild
           END-IF
           OPEN OUTPUT ARCHIVE-NEW
           OPEN OUTPUT ARCHIVE-KEEP
           IF ANEW-FS NOT = "00" OR AKEEP-FS NOT = "00"
               DISPLAY "archive_summarize: ERROR - could not open "
                   "the rebuild files (status " ANEW-FS "/"
                   AKEEP-FS ")"
               PERFORM Abandon-Rebuild
           END-IF
           PERFORM UNTIL ASM-AT-END
               READ ARCHIVE-IN
                   AT END
                       SET ASM-AT-END TO TRUE
                   NOT AT END
                       PERFORM Route-Line
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-IN
           CLOSE ARCHIVE-KEEP

           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > SUM-COUNT
               PERFORM Write-Summary-Record
           END-PERFORM

           SET ASM-NOT-AT-END TO TRUE
           OPEN INPUT ARCHIVE-KEEP
           IF AKEEP-FS NOT = "00"
               DISPLAY "archive_summarize: ERROR - could not reopen "
                   FUNCTION TRIM(WS-KEEP-NAME) " (status " AKEEP-FS
                   ")"
               CLOSE ARCHIVE-NEW
               PERFORM Abandon-Rebuild
           END-IF
           PERFORM UNTIL ASM-AT-END
               READ ARCHIVE-KEEP
                   AT END
                       SET ASM-AT-END TO TRUE
                   NOT AT END
                       MOVE AKEEP-RECORD TO ANEW-RECORD
                       WRITE ANEW-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-KEEP
           CLOSE ARCHIVE-NEW

           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-RENAME-RC
           IF WS-RENAME-RC NOT = 0
               DISPLAY "archive_summarize: ERROR - could not replace "
                   "energy-archive.log with the summarized copy "
                   "(CBL_RENAME_FILE rc " WS-RENAME-RC "); the "
                   "archive is untouched"
               PERFORM Abandon-Rebuild
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
               RETURNING WS-DEL-RC
           .

       Route-Line.
           MOVE ARC-RECORD TO ELOG-RAW-LINE
           CALL "energy_log_read" USING ELOG-RAW-LINE ELOG-PARSED
           IF ELOG-IS-SUMMARY
               MOVE ARC-RECORD TO ANEW-RECORD
               WRITE ANEW-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           IF ELOG-LINE-VALID
               MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-LOOKUP-RUN
               PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT OR WS-FOUND = 1
                   IF RUN-ID-KEY(RUN-IDX) = WS-LOOKUP-RUN
                       MOVE 1 TO WS-FOUND
                       MOVE RUN-IDX TO WS-MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND = 1
               SET RUN-IDX TO WS-MATCH-IDX
               IF RUN-ELIGIBLE(RUN-IDX)
                   IF ELOG-IS-DATA
                       PERFORM Roll-Up-Line
                   ELSE
                       ADD 1 TO WS-LINES-DROPPED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ARC-RECORD TO AKEEP-RECORD
           WRITE AKEEP-RECORD
           ADD 1 TO WS-LINES-KEPT
           .

       Roll-Up-Line.
           MOVE FUNCTION TRIM(ELOG-PROGNAME) TO WS-LOOKUP-PROG
           IF WS-LOOKUP-PROG = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-PROG
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING SUM-IDX FROM 1 BY 1
               UNTIL SUM-IDX > SUM-COUNT OR WS-FOUND = 1
               IF SUM-PERIOD(SUM-IDX) = ELOG-TIMESTAMP(1:6)
                       AND SUM-PROG(SUM-IDX) = WS-LOOKUP-PROG
                       AND SUM-DOMAIN(SUM-IDX) = ELOG-DOMAIN
                   MOVE 1 TO WS-FOUND
                   MOVE SUM-IDX TO WS-SUM-MATCH
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET SUM-IDX TO WS-SUM-MATCH
           ELSE
               IF SUM-COUNT >= MAX-SUMS
                   DISPLAY "archive_summarize: ERROR - summary table "
                       "full (" MAX-SUMS ") - nothing summarized; "
                       "run again with a longer "
                       "COBJOULES_SUMMARY_AGE_DAYS"
                   CLOSE ARCHIVE-IN ARCHIVE-NEW ARCHIVE-KEEP
                   PERFORM Abandon-Rebuild
               END-IF
               ADD 1 TO SUM-COUNT
               SET SUM-IDX TO SUM-COUNT
               MOVE ELOG-TIMESTAMP(1:6) TO SUM-PERIOD(SUM-IDX)
               MOVE WS-LOOKUP-PROG TO SUM-PROG(SUM-IDX)
               MOVE ELOG-DOMAIN TO SUM-DOMAIN(SUM-IDX)
               MOVE 0 TO SUM-LINES(SUM-IDX) SUM-UJ(SUM-IDX)
                   SUM-RUNS(SUM-IDX) SUM-TRL-RUNS(SUM-IDX)
                   SUM-TRL-LINES(SUM-IDX) SUM-TRL-UJ(SUM-IDX)
           END-IF
           ADD 1 TO SUM-LINES(SUM-IDX)
           ADD ELOG-DELTA-UJ TO SUM-UJ(SUM-IDX)
           ADD 1 TO WS-LINES-ROLLED
           PERFORM Link-Run-To-Summary
           .

       Link-Run-To-Summary.
      *> the first line a run feeds into a summary brings that
      *> run's trailer control totals with it.
           PERFORM VARYING LNK-IDX FROM 1 BY 1
               UNTIL LNK-IDX > LINK-COUNT
               OR (LNK-SUM(LNK-IDX) = SUM-IDX
                   AND LNK-RUN(LNK-IDX) = RUN-IDX)
               CONTINUE
           END-PERFORM
           IF LNK-IDX <= LINK-COUNT
               EXIT PARAGRAPH
           END-IF
           IF LINK-COUNT >= MAX-LINKS
               DISPLAY "archive_summarize: ERROR - run/summary link "
                   "table full (" MAX-LINKS ") - nothing summarized"
               CLOSE ARCHIVE-IN ARCHIVE-NEW ARCHIVE-KEEP
               PERFORM Abandon-Rebuild
           END-IF
           ADD 1 TO LINK-COUNT
           SET LNK-IDX TO LINK-COUNT
           SET LNK-SUM(LNK-IDX) TO SUM-IDX
           SET LNK-RUN(LNK-IDX) TO RUN-IDX
           ADD 1 TO SUM-RUNS(SUM-IDX)
           IF RUN-HAS-TRL(RUN-IDX) = 'Y'
               ADD 1 TO SUM-TRL-RUNS(SUM-IDX)
               ADD RUN-TRL-LINES(RUN-IDX) TO SUM-TRL-LINES(SUM-IDX)
               ADD RUN-TRL-UJ(RUN-IDX) TO SUM-TRL-UJ(SUM-IDX)
           END-IF
           .

       Write-Summary-Record.
           MOVE SUM-LINES(SUM-IDX) TO LINES-DISP
           MOVE SUM-UJ(SUM-IDX) TO UJ-DISP
           MOVE SUM-RUNS(SUM-IDX) TO RUNS-DISP
           MOVE SUM-TRL-RUNS(SUM-IDX) TO TRL-RUNS-DISP
           MOVE SUM-TRL-LINES(SUM-IDX) TO TRL-LINES-DISP
           MOVE SUM-TRL-UJ(SUM-IDX) TO TRL-UJ-DISP
           MOVE SPACES TO ANEW-RECORD
           STRING "VM," DELIMITED BY SIZE
                  SUM-PERIOD(SUM-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOSTNAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SUM-PROG(SUM-IDX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SUM-DOMAIN(SUM-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  LINES-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  UJ-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RUNS-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TRL-RUNS-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TRL-LINES-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TRL-UJ-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
               INTO ANEW-RECORD
           WRITE ANEW-RECORD
           .

       Abandon-Rebuild.
           CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
               RETURNING WS-DEL-RC
           CALL "CBL_DELETE_FILE" USING WS-KEEP-NAME
               RETURNING WS-DEL-RC
           PERFORM Release-Log-Token
           MOVE 1 TO RETURN-CODE
           STOP RUN
           .

       Append-Summary-Runs.
           OPEN EXTEND SUMRUN-FILE
           IF SRN-FS = "05" OR SRN-FS = "35"
               OPEN OUTPUT SUMRUN-FILE
           END-IF
           IF SRN-FS NOT = "00"
               DISPLAY "archive_summarize: WARNING - could not open "
                   "archive-summary-runs (status " SRN-FS ") - "
                   "budget_reconcile will report the rolled-up "
                   "posted runs as MISSING"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               IF RUN-ELIGIBLE(RUN-IDX)
                   MOVE RUN-LINES(RUN-IDX) TO LINES-DISP
                   MOVE RUN-UJ(RUN-IDX) TO UJ-DISP
                   MOVE RUN-TRL-LINES(RUN-IDX) TO TRL-LINES-DISP
                   MOVE RUN-TRL-UJ(RUN-IDX) TO TRL-UJ-DISP
                   MOVE SPACES TO SUMRUN-RECORD
                   STRING FUNCTION TRIM(RUN-ID-KEY(RUN-IDX))
                              DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          RUN-LAST-MONTH(RUN-IDX) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          LINES-DISP DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          UJ-DISP DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          TRL-LINES-DISP DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          TRL-UJ-DISP DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-STAMP DELIMITED BY SIZE
                       INTO SUMRUN-RECORD
                   WRITE SUMRUN-RECORD
               END-IF
           END-PERFORM
           CLOSE SUMRUN-FILE
           .

       Report-Kept-Runs.
           IF WS-KEPT-HELD > 0
               DISPLAY "archive_summarize: " WS-KEPT-HELD
                   " old run(s) kept at detail - under legal hold"
           END-IF
           IF WS-KEPT-VOIDED > 0
               DISPLAY "archive_summarize: " WS-KEPT-VOIDED
                   " old run(s) kept at detail - voided"
           END-IF
           IF WS-KEPT-UNPOSTED > 0
               DISPLAY "archive_summarize: " WS-KEPT-UNPOSTED
                   " old run(s) kept at detail - never posted to "
                   "the ledger"
           END-IF
           IF WS-KEPT-TRL > 0
               DISPLAY "archive_summarize: WARNING - " WS-KEPT-TRL
                   " old run(s) kept at detail - trailer control "
                   "total fails"
           END-IF
           IF WS-RUNS-OVERFLOW > 0
               DISPLAY "archive_summarize: WARNING - run table full ("
                   MAX-RUNS "); " WS-RUNS-OVERFLOW " line(s) of "
                   "further runs kept at detail"
           END-IF
           .

       Release-Log-Token.
           MOVE "MR" TO WS-TOK-OP
           CALL "elog_token" USING WS-TOK-OP WS-TOK-RC
           .

       END PROGRAM archive-summarize.
