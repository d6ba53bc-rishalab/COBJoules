       IDENTIFICATION DIVISION.
       PROGRAM-ID. energy-delay.
       AUTHOR. Shiva9361.

      *> Energy-delay ranking: energy_report ranks programs by total
      *> joules and uJ/op, which rewards a program that saves a
      *> little energy by running far longer - the wrong trade-off
      *> for work that has to fit a batch window. This folds each
      *> run's elapsed seconds in with its delta energy:
      *>
      *>   EDP  = E * t    (joule-seconds)
      *>   ED2P = E * t*t  (joule-seconds squared - weighs the
      *>                    window harder still)
      *>
      *> computed per run, then averaged per program and workload
      *> size (COBJOULES_WORKLOAD_SIZE as measure_energy logged
      *> it). Programs are ranked against the others run at the same
      *> size on mean energy, EDP and ED2P, and every program whose
      *> place changes between the rankings is called out - so the
      *> choice between, say, SORTVERB and insertionsort reflects
      *> both the power bill and the window.
      *>
      *> A run's energy is every data line it logged for the
      *> program, summed across domains; its time is the elapsed
      *> seconds of its checkpoint intervals counted once, on the
      *> first domain the run logged (every domain logs the same
      *> interval). Runs voided through run_void are left out, as
      *> are runs with no elapsed time to weigh. Lines with no
      *> workload figure group under "N/A". The report goes through
      *> report_writer like energy_report's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EDP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENERGY-LOG-IN.
      *> matches energy_report.cbl's record width.
       01  EDP-RECORD PIC X(320).

       WORKING-STORAGE SECTION.
       01  EDP-FS        PIC XX.
       01  EDP-EOF       PIC X VALUE 'N'.
           88  EDP-AT-END     VALUE 'Y'.
           88  EDP-NOT-AT-END VALUE 'N'.

       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".

       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

       01  WS-LOOKUP-RUN  PIC X(21).
       01  WS-LOOKUP-NAME PIC X(20).
       01  WS-LOOKUP-SIZE PIC X(12).
       01  WS-FOUND       PIC 9(1).
       01  WS-MATCH-IDX   PIC 9(3).
       01  WORKLOAD-NUM   PIC 9(12).
       01  ELAPSED-NUM    PIC 9(8)V99.

      *> one entry per run, program and workload size.
       01  MAX-RUNS       PIC 9(3) VALUE 500.
       01  RUN-COUNT      PIC 9(3) VALUE 0.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 500 TIMES INDEXED BY RUN-IDX.
               10  RUN-ID-KEY    PIC X(21).
               10  RUN-PROG      PIC X(20).
               10  RUN-SIZE      PIC X(12).
               10  RUN-DOMAIN    PIC X(24).
               10  RUN-UJ        PIC 9(15).
               10  RUN-ELAPSED   PIC 9(8)V99.

      *> one row per program and workload size.
       01  MAX-ROWS       PIC 9(3) VALUE 100.
       01  ROW-COUNT      PIC 9(3) VALUE 0.
       01  ROW-TABLE.
           05  ROW-ENTRY OCCURS 100 TIMES INDEXED BY ROW-IDX.
               10  ROW-PROG      PIC X(20).
               10  ROW-SIZE      PIC X(12).
               10  ROW-SIZE-NUM  PIC 9(12).
               10  ROW-RUNS      PIC 9(5).
               10  ROW-SUM-J     PIC 9(11)V9(6) COMP-3.
               10  ROW-SUM-T     PIC 9(10)V99 COMP-3.
               10  ROW-SUM-EDP   PIC 9(15)V9(3) COMP-3.
               10  ROW-SUM-ED2P  PIC 9(17)V9(1) COMP-3.
               10  ROW-J         PIC 9(11)V9(6) COMP-3.
               10  ROW-T         PIC 9(10)V99 COMP-3.
               10  ROW-EDP       PIC 9(15)V9(3) COMP-3.
               10  ROW-ED2P      PIC 9(17)V9(1) COMP-3.
               10  ROW-RANK-J    PIC 9(3).
               10  ROW-RANK-EDP  PIC 9(3).
               10  ROW-RANK-ED2P PIC 9(3).
       01  TEMP-ROW       PIC X(150).
       01  SWAP-IDX       PIC 9(3).
       01  CMP-IDX        PIC 9(3).
       01  SORT-CHANGED   PIC X VALUE 'N'.
           88  SORT-DID-CHANGE     VALUE 'Y'.
           88  SORT-DID-NOT-CHANGE VALUE 'N'.
       01  WS-SWAP        PIC X.

       01  RUN-J          PIC 9(11)V9(6) COMP-3.
       01  RUN-EDP        PIC 9(15)V9(3) COMP-3.
       01  RUN-ED2P       PIC 9(17)V9(1) COMP-3.
       01  WS-NO-TIME     PIC 9(5) VALUE 0.
       01  WS-PEERS       PIC 9(3).
       01  WS-CURRENT-SIZE PIC X(12).
       01  WS-CALLOUTS    PIC 9(3) VALUE 0.
       01  WS-VERDICT     PIC X(60).

       COPY "reportio.cpy".

       01  RUNS-DISP      PIC Z(4)9.
       01  J-DISP         PIC Z(10)9.999.
       01  T-DISP         PIC Z(9)9.99.
       01  EDP-DISP       PIC Z(14)9.9.
       01  ED2P-DISP      PIC Z(16)9.
       01  RANK-J-DISP    PIC ZZ9.
       01  RANK-EDP-DISP  PIC ZZ9.
       01  RANK-ED2P-DISP PIC ZZ9.
       01  NO-TIME-DISP   PIC Z(4)9.

       PROCEDURE DIVISION.
       Main-Energy-Delay.
           OPEN INPUT ENERGY-LOG-IN
           IF EDP-FS NOT = "00"
               DISPLAY "energy_delay: ERROR - could not open "
                   "energy.log (status " EDP-FS ")"
               STOP RUN
           END-IF
           PERFORM UNTIL EDP-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET EDP-AT-END TO TRUE
                   NOT AT END
                       PERFORM Process-Line
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN

           PERFORM Build-Rows
           IF ROW-COUNT = 0
               DISPLAY "energy_delay: no timed runs found in "
                   "energy.log"
               STOP RUN
           END-IF
           PERFORM Rank-Rows
           PERFORM Sort-Rows
           PERFORM Open-Report
           PERFORM Display-Report
           PERFORM Close-Report
           STOP RUN.

       Process-Line.
           MOVE EDP-RECORD TO ELOG-RAW-LINE
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF NOT ELOG-LINE-VALID OR NOT ELOG-IS-DATA
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-VOID-LOOKUP
           CALL "run_void_check" USING WS-VOID-LOOKUP
               WS-VOIDED-FLAG
           IF WS-VOIDED-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-LOOKUP-RUN
           MOVE FUNCTION TRIM(ELOG-PROGNAME) TO WS-LOOKUP-NAME
           IF WS-LOOKUP-NAME = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-NAME
           END-IF
      *> the same test energy_report applies before trusting a
      *> workload figure: a positive number, else "N/A".
           MOVE "N/A" TO WS-LOOKUP-SIZE
           IF FUNCTION TRIM(ELOG-WORKLOAD) NOT = SPACES
                   AND FUNCTION TRIM(ELOG-WORKLOAD) NOT = "N/A"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(ELOG-WORKLOAD)) = 0
               COMPUTE WORKLOAD-NUM = FUNCTION NUMVAL(
                   FUNCTION TRIM(ELOG-WORKLOAD))
               IF WORKLOAD-NUM > 0
                   MOVE FUNCTION TRIM(ELOG-WORKLOAD)
                       TO WS-LOOKUP-SIZE
               END-IF
           END-IF

           PERFORM Find-Or-Add-Run
           IF WS-FOUND = 2
               EXIT PARAGRAPH
           END-IF
           ADD ELOG-DELTA-UJ TO RUN-UJ(RUN-IDX)
           IF RUN-DOMAIN(RUN-IDX) = FUNCTION TRIM(ELOG-DOMAIN)
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(ELOG-ELAPSED-X)) = 0
               COMPUTE ELAPSED-NUM = FUNCTION NUMVAL(
                   FUNCTION TRIM(ELOG-ELAPSED-X))
               ADD ELAPSED-NUM TO RUN-ELAPSED(RUN-IDX)
           END-IF
           .

       Find-Or-Add-Run.
      *> WS-FOUND: 1 = usable at RUN-IDX, 2 = table full and the
      *> line dropped - the bounded find-or-add energy_report uses.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR WS-FOUND = 1
               IF RUN-ID-KEY(RUN-IDX) = WS-LOOKUP-RUN
                       AND RUN-PROG(RUN-IDX) = WS-LOOKUP-NAME
                       AND RUN-SIZE(RUN-IDX) = WS-LOOKUP-SIZE
                   MOVE 1 TO WS-FOUND
                   MOVE RUN-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET RUN-IDX TO WS-MATCH-IDX
               EXIT PARAGRAPH
           END-IF
           IF RUN-COUNT >= MAX-RUNS
               DISPLAY "energy_delay: WARNING - run table full ("
                   MAX-RUNS "), dropping run "
                   FUNCTION TRIM(WS-LOOKUP-RUN) " "
                   FUNCTION TRIM(WS-LOOKUP-NAME)
               MOVE 2 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RUN-COUNT
           SET RUN-IDX TO RUN-COUNT
           MOVE WS-LOOKUP-RUN TO RUN-ID-KEY(RUN-IDX)
           MOVE WS-LOOKUP-NAME TO RUN-PROG(RUN-IDX)
           MOVE WS-LOOKUP-SIZE TO RUN-SIZE(RUN-IDX)
           MOVE FUNCTION TRIM(ELOG-DOMAIN) TO RUN-DOMAIN(RUN-IDX)
           MOVE 0 TO RUN-UJ(RUN-IDX)
           MOVE 0 TO RUN-ELAPSED(RUN-IDX)
           MOVE 1 TO WS-FOUND
           .

       Build-Rows.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               IF RUN-ELAPSED(RUN-IDX) = 0
                   ADD 1 TO WS-NO-TIME
               ELSE
                   PERFORM Add-Run-To-Row
               END-IF
           END-PERFORM
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT
               COMPUTE ROW-J(ROW-IDX) ROUNDED =
                   ROW-SUM-J(ROW-IDX) / ROW-RUNS(ROW-IDX)
               COMPUTE ROW-T(ROW-IDX) ROUNDED =
                   ROW-SUM-T(ROW-IDX) / ROW-RUNS(ROW-IDX)
               COMPUTE ROW-EDP(ROW-IDX) ROUNDED =
                   ROW-SUM-EDP(ROW-IDX) / ROW-RUNS(ROW-IDX)
               COMPUTE ROW-ED2P(ROW-IDX) ROUNDED =
                   ROW-SUM-ED2P(ROW-IDX) / ROW-RUNS(ROW-IDX)
           END-PERFORM
           .

       Add-Run-To-Row.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT OR WS-FOUND = 1
               IF ROW-PROG(ROW-IDX) = RUN-PROG(RUN-IDX)
                       AND ROW-SIZE(ROW-IDX) = RUN-SIZE(RUN-IDX)
                   MOVE 1 TO WS-FOUND
                   MOVE ROW-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET ROW-IDX TO WS-MATCH-IDX
           ELSE
               IF ROW-COUNT >= MAX-ROWS
                   DISPLAY "energy_delay: WARNING - program table "
                       "full (" MAX-ROWS "), dropping "
                       FUNCTION TRIM(RUN-PROG(RUN-IDX)) " at size "
                       FUNCTION TRIM(RUN-SIZE(RUN-IDX))
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ROW-COUNT
               SET ROW-IDX TO ROW-COUNT
               MOVE RUN-PROG(RUN-IDX) TO ROW-PROG(ROW-IDX)
               MOVE RUN-SIZE(RUN-IDX) TO ROW-SIZE(ROW-IDX)
      *> sizes order numerically, the N/A group last.
               IF RUN-SIZE(RUN-IDX) = "N/A"
                   MOVE 999999999999 TO ROW-SIZE-NUM(ROW-IDX)
               ELSE
                   COMPUTE ROW-SIZE-NUM(ROW-IDX) = FUNCTION NUMVAL(
                       FUNCTION TRIM(RUN-SIZE(RUN-IDX)))
               END-IF
               MOVE 0 TO ROW-RUNS(ROW-IDX) ROW-SUM-J(ROW-IDX)
                   ROW-SUM-T(ROW-IDX) ROW-SUM-EDP(ROW-IDX)
                   ROW-SUM-ED2P(ROW-IDX)
           END-IF
           COMPUTE RUN-J = RUN-UJ(RUN-IDX) / 1000000
           COMPUTE RUN-EDP ROUNDED = RUN-J * RUN-ELAPSED(RUN-IDX)
           COMPUTE RUN-ED2P ROUNDED = RUN-J * RUN-ELAPSED(RUN-IDX)
               * RUN-ELAPSED(RUN-IDX)
           ADD 1 TO ROW-RUNS(ROW-IDX)
           ADD RUN-J TO ROW-SUM-J(ROW-IDX)
           ADD RUN-ELAPSED(RUN-IDX) TO ROW-SUM-T(ROW-IDX)
           ADD RUN-EDP TO ROW-SUM-EDP(ROW-IDX)
           ADD RUN-ED2P TO ROW-SUM-ED2P(ROW-IDX)
           .

       Rank-Rows.
      *> a row's place on each metric is one more than the number
      *> of programs at the same size that beat it - ties share a
      *> place.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT
               MOVE 1 TO ROW-RANK-J(ROW-IDX) ROW-RANK-EDP(ROW-IDX)
                   ROW-RANK-ED2P(ROW-IDX)
               PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > ROW-COUNT
                   IF ROW-SIZE(CMP-IDX) = ROW-SIZE(ROW-IDX)
                       IF ROW-J(CMP-IDX) < ROW-J(ROW-IDX)
                           ADD 1 TO ROW-RANK-J(ROW-IDX)
                       END-IF
                       IF ROW-EDP(CMP-IDX) < ROW-EDP(ROW-IDX)
                           ADD 1 TO ROW-RANK-EDP(ROW-IDX)
                       END-IF
                       IF ROW-ED2P(CMP-IDX) < ROW-ED2P(ROW-IDX)
                           ADD 1 TO ROW-RANK-ED2P(ROW-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       Sort-Rows.
      *> by workload size, then EDP place - the small-table
      *> exchange sort energy_report ranks with.
           PERFORM WITH TEST AFTER UNTIL SORT-DID-NOT-CHANGE
               SET SORT-DID-NOT-CHANGE TO TRUE
               PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > ROW-COUNT - 1
                   SET SWAP-IDX TO ROW-IDX
                   ADD 1 TO SWAP-IDX
                   MOVE 'N' TO WS-SWAP
                   IF ROW-SIZE-NUM(ROW-IDX) > ROW-SIZE-NUM(SWAP-IDX)
                       MOVE 'Y' TO WS-SWAP
                   END-IF
                   IF ROW-SIZE-NUM(ROW-IDX) = ROW-SIZE-NUM(SWAP-IDX)
                           AND ROW-RANK-EDP(ROW-IDX) >
                               ROW-RANK-EDP(SWAP-IDX)
                       MOVE 'Y' TO WS-SWAP
                   END-IF
                   IF WS-SWAP = 'Y'
                       MOVE ROW-ENTRY(ROW-IDX) TO TEMP-ROW
                       MOVE ROW-ENTRY(SWAP-IDX) TO ROW-ENTRY(ROW-IDX)
                       MOVE TEMP-ROW TO ROW-ENTRY(SWAP-IDX)
                       SET SORT-DID-CHANGE TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       Open-Report.
           MOVE "OPEN" TO RPT-ACTION
           MOVE "energy_delay" TO RPT-PROGRAM
           MOVE "Energy-delay ranking" TO RPT-TITLE
           MOVE "(defaults)" TO RPT-PARMS
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

       Display-Report.
           MOVE SPACES TO WS-CURRENT-SIZE
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT
               IF ROW-SIZE(ROW-IDX) NOT = WS-CURRENT-SIZE
                   MOVE ROW-SIZE(ROW-IDX) TO WS-CURRENT-SIZE
                   PERFORM Display-Size-Heading
               END-IF
               PERFORM Display-Row
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "Ranking differences (place on energy / EDP / ED2P "
               & "among programs at the same size):" TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT
               IF ROW-RANK-J(ROW-IDX) NOT = ROW-RANK-EDP(ROW-IDX)
                       OR ROW-RANK-J(ROW-IDX) NOT =
                           ROW-RANK-ED2P(ROW-IDX)
                   PERFORM Display-Callout
               END-IF
           END-PERFORM
           IF WS-CALLOUTS = 0
               MOVE "  none - every program holds the same place on "
                   & "all three metrics" TO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           MOVE "(EDP = mean of each run's joules x elapsed seconds; "
               & "ED2P = joules x seconds squared; lower is better)"
               TO RPT-LINE
           PERFORM Write-Report-Line
           IF WS-NO-TIME > 0
               MOVE WS-NO-TIME TO NO-TIME-DISP
               MOVE SPACES TO RPT-LINE
               STRING "(" DELIMITED BY SIZE
                      FUNCTION TRIM(NO-TIME-DISP) DELIMITED BY SIZE
                      " run(s) logged no elapsed time and are not "
                          DELIMITED BY SIZE
                      "ranked)" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           .

       Display-Size-Heading.
           MOVE 0 TO WS-PEERS
           PERFORM VARYING CMP-IDX FROM 1 BY 1
               UNTIL CMP-IDX > ROW-COUNT
               IF ROW-SIZE(CMP-IDX) = WS-CURRENT-SIZE
                   ADD 1 TO WS-PEERS
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           IF WS-PEERS = 1
               STRING "Workload size " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURRENT-SIZE) DELIMITED BY SIZE
                      " (one program - nothing to rank against)"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               STRING "Workload size " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURRENT-SIZE) DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           PERFORM Write-Report-Line
           MOVE "Program               Runs      Energy(J)"
               & "   Elapsed(s)          EDP(J*s)        ED2P(J*s2)"
               & "  Place E/EDP/ED2P" TO RPT-LINE
           PERFORM Write-Report-Line
           .

       Display-Row.
           MOVE ROW-RUNS(ROW-IDX) TO RUNS-DISP
           MOVE ROW-J(ROW-IDX) TO J-DISP
           MOVE ROW-T(ROW-IDX) TO T-DISP
           MOVE ROW-EDP(ROW-IDX) TO EDP-DISP
           MOVE ROW-ED2P(ROW-IDX) TO ED2P-DISP
           MOVE ROW-RANK-J(ROW-IDX) TO RANK-J-DISP
           MOVE ROW-RANK-EDP(ROW-IDX) TO RANK-EDP-DISP
           MOVE ROW-RANK-ED2P(ROW-IDX) TO RANK-ED2P-DISP
           MOVE SPACES TO RPT-LINE
           STRING ROW-PROG(ROW-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RUNS-DISP DELIMITED BY SIZE
                  J-DISP DELIMITED BY SIZE
                  T-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EDP-DISP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ED2P-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RANK-J-DISP DELIMITED BY SIZE
                  " /" DELIMITED BY SIZE
                  RANK-EDP-DISP DELIMITED BY SIZE
                  " /" DELIMITED BY SIZE
                  RANK-ED2P-DISP DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       Display-Callout.
           ADD 1 TO WS-CALLOUTS
           MOVE ROW-RANK-J(ROW-IDX) TO RANK-J-DISP
           MOVE ROW-RANK-EDP(ROW-IDX) TO RANK-EDP-DISP
           MOVE ROW-RANK-ED2P(ROW-IDX) TO RANK-ED2P-DISP
      *> climbing once time counts means the run is quick enough to
      *> pay for its extra joules; falling means its energy saving
      *> is bought with window time.
           IF ROW-RANK-EDP(ROW-IDX) < ROW-RANK-J(ROW-IDX)
                   OR ROW-RANK-ED2P(ROW-IDX) < ROW-RANK-J(ROW-IDX)
               MOVE "- its speed outweighs its extra energy"
                   TO WS-VERDICT
           ELSE
               MOVE "- it saves energy by running longer"
                   TO WS-VERDICT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "** " DELIMITED BY SIZE
                  FUNCTION TRIM(ROW-PROG(ROW-IDX)) DELIMITED BY SIZE
                  " at size " DELIMITED BY SIZE
                  FUNCTION TRIM(ROW-SIZE(ROW-IDX)) DELIMITED BY SIZE
                  ": place " DELIMITED BY SIZE
                  FUNCTION TRIM(RANK-J-DISP) DELIMITED BY SIZE
                  " on energy, " DELIMITED BY SIZE
                  FUNCTION TRIM(RANK-EDP-DISP) DELIMITED BY SIZE
                  " on EDP, " DELIMITED BY SIZE
                  FUNCTION TRIM(RANK-ED2P-DISP) DELIMITED BY SIZE
                  " on ED2P " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERDICT) DELIMITED BY SIZE
                  " **" DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       END PROGRAM energy-delay.
