       IDENTIFICATION DIVISION.
       PROGRAM-ID. socket-balance.
       AUTHOR. Shiva9361.

      *> Socket balance report for multi-package hosts: fetch_energy
      *> reads every package's counter (package-0, package-1, ...)
      *> and measure_energy logs, with every delta, the package the
      *> process was running on and whether it moved package since
      *> the previous checkpoint - but nothing put the two together.
      *> On a two-socket host a single-threaded benchmark's package
      *> energy is largely the idle second socket's baseline draw,
      *> and a run the scheduler moved between sockets mixes both.
      *>
      *> For every run on a host that logged two or more package
      *> domains this shows each package's share of the run's
      *> package energy next to the package the process was on
      *> (the one most of its checkpoints found it on), then rolls
      *> the runs up per program. Only the top-level package-N
      *> domains are summed - their core/uncore subdomains are
      *> already inside them and dram sits outside the socket's
      *> package counter.
      *>
      *> Flags:
      *>   IDLE-DOMINANT - the packages the process was NOT on drew
      *>                   at least COBJOULES_SOCKET_IDLE_PCT percent
      *>                   (default 50) of the run's package energy
      *>   MIGRATED      - a delta was logged as spanning a package
      *>                   move, or the run's checkpoints found the
      *>                   process on more than one package
      *>   NO-AFFINITY   - the run logged no package for the process
      *>                   (no procfs/sysfs, or older lines), so the
      *>                   idle share cannot be told
      *>
      *> Runs voided through run_void are left out. The report goes
      *> through report_writer like energy_report's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SKT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENERGY-LOG-IN.
      *> matches energy_report.cbl's record width.
       01  SKT-RECORD PIC X(320).

       WORKING-STORAGE SECTION.
       01  SKT-FS        PIC XX.
       01  SKT-EOF       PIC X VALUE 'N'.
           88  SKT-AT-END     VALUE 'Y'.
           88  SKT-NOT-AT-END VALUE 'N'.

       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".

       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

       01  WS-IDLE-ENV    PIC X(5) VALUE SPACES.
       01  WS-IDLE-PCT    PIC 9(3) VALUE 50.

       01  WS-LOOKUP-RUN  PIC X(21).
       01  WS-LOOKUP-NAME PIC X(20).
       01  WS-FOUND       PIC 9(1).
       01  WS-MATCH-IDX   PIC 9(3).
       01  WS-PKG-TEXT    PIC X(16).
       01  WS-PKG-NO      PIC 9(3).
       01  WS-ON-NO       PIC 9(3).

      *> packages 0-7 are tracked; a package numbered past that is
      *> counted and footnoted rather than shown.
       01  MAX-PKGS       PIC 9(2) VALUE 8.
       01  WS-PKG-HIGH    PIC 9(2) VALUE 0.
       01  WS-PKG-BEYOND  PIC 9(7) VALUE 0.

      *> one entry per run and program.
       01  MAX-RUNS       PIC 9(3) VALUE 500.
       01  RUN-COUNT      PIC 9(3) VALUE 0.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 500 TIMES INDEXED BY RUN-IDX.
               10  RUN-ID-KEY    PIC X(21).
               10  RUN-PROG      PIC X(20).
               10  RUN-MIGRATED  PIC X.
               10  RUN-PKG-SEEN  PIC 9(2).
               10  RUN-HOME      PIC 9(2).
               10  RUN-HOME-OK   PIC X.
               10  RUN-TOTAL-UJ  PIC 9(15).
               10  RUN-IDLE-PCT  PIC 9(3)V9.
               10  RUN-PKG OCCURS 8 TIMES.
                   15  RUN-PKG-UJ PIC 9(15).
                   15  RUN-ON-CNT PIC 9(7).

      *> one row per program, in first-seen order.
       01  MAX-ROWS       PIC 9(3) VALUE 100.
       01  ROW-COUNT      PIC 9(3) VALUE 0.
       01  ROW-TABLE.
           05  ROW-ENTRY OCCURS 100 TIMES INDEXED BY ROW-IDX.
               10  ROW-PROG      PIC X(20).
               10  ROW-RUNS      PIC 9(5).
               10  ROW-SHARED    PIC 9(5).
               10  ROW-UJ        PIC 9(15).
               10  ROW-HOME-UJ   PIC 9(15).
               10  ROW-IDLE-DOM  PIC 9(5).
               10  ROW-MIGRATED  PIC 9(5).

       01  PKG-IDX        PIC 9(2).
       01  WS-BEST-CNT    PIC 9(7).
       01  WS-ON-PKGS     PIC 9(2).
       01  WS-PCT         PIC 9(3)V9.
       01  WS-FLAGS       PIC X(40).
       01  WS-TAIL        PIC X(60).
       01  WS-SINGLE      PIC 9(5) VALUE 0.
       01  WS-SHOWN       PIC 9(5) VALUE 0.
       01  WS-FLAGGED     PIC 9(5) VALUE 0.
       01  WS-HEAD-PTR    PIC 9(3).
       01  WS-LINE-PTR    PIC 9(3).

       COPY "reportio.cpy".

       01  PCT-DISP       PIC ZZ9.9.
       01  PKG-NO-DISP    PIC 9.
       01  ON-DISP        PIC X(3).
       01  J-DISP         PIC Z(9)9.999.
       01  RUNS-DISP      PIC Z(4)9.
       01  COUNT-DISP     PIC Z(6)9.
       01  IDLE-PCT-DISP  PIC ZZ9.

       PROCEDURE DIVISION.
       Main-Socket-Balance.
           ACCEPT WS-IDLE-ENV FROM ENVIRONMENT
               "COBJOULES_SOCKET_IDLE_PCT"
           IF WS-IDLE-ENV NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-IDLE-ENV))
                       NOT = 0
                   DISPLAY "socket_balance: ERROR - "
                       "COBJOULES_SOCKET_IDLE_PCT must be a "
                       "percentage, got '" FUNCTION TRIM(WS-IDLE-ENV)
                       "'"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-IDLE-PCT = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-IDLE-ENV))
           END-IF

           OPEN INPUT ENERGY-LOG-IN
           IF SKT-FS NOT = "00"
               DISPLAY "socket_balance: ERROR - could not open "
                   "energy.log (status " SKT-FS ")"
               STOP RUN
           END-IF
           PERFORM UNTIL SKT-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET SKT-AT-END TO TRUE
                   NOT AT END
                       PERFORM Process-Line
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN

           PERFORM Build-Rows
           IF WS-SHOWN = 0
               DISPLAY "socket_balance: no run in energy.log logged "
                   "more than one package domain"
               STOP RUN
           END-IF
           PERFORM Open-Report
           PERFORM Display-Report
           PERFORM Close-Report
           STOP RUN.

       Process-Line.
           MOVE SKT-RECORD TO ELOG-RAW-LINE
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
           PERFORM Find-Or-Add-Run
           IF WS-FOUND = 2
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(ELOG-MIGRATED) = "YES"
               MOVE 'Y' TO RUN-MIGRATED(RUN-IDX)
           END-IF
      *> where the process was at this line's later checkpoint.
           MOVE FUNCTION TRIM(ELOG-PKGID) TO WS-PKG-TEXT
           IF WS-PKG-TEXT NOT = SPACES AND WS-PKG-TEXT NOT = "N/A"
                   AND FUNCTION TEST-NUMVAL(WS-PKG-TEXT) = 0
               COMPUTE WS-ON-NO = FUNCTION NUMVAL(WS-PKG-TEXT)
               IF WS-ON-NO < MAX-PKGS
                   ADD 1 TO RUN-ON-CNT(RUN-IDX, WS-ON-NO + 1)
               END-IF
           END-IF

      *> the socket's own counter: a top-level "package-N" domain.
           IF ELOG-DOMAIN(1:8) NOT = "package-"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(ELOG-DOMAIN(9:)) TO WS-PKG-TEXT
           IF WS-PKG-TEXT = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-PKG-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PKG-NO = FUNCTION NUMVAL(WS-PKG-TEXT)
           IF WS-PKG-NO >= MAX-PKGS
               ADD 1 TO WS-PKG-BEYOND
               EXIT PARAGRAPH
           END-IF
           ADD ELOG-DELTA-UJ TO RUN-PKG-UJ(RUN-IDX, WS-PKG-NO + 1)
           ADD ELOG-DELTA-UJ TO RUN-TOTAL-UJ(RUN-IDX)
           .

       Find-Or-Add-Run.
      *> WS-FOUND: 1 = usable at RUN-IDX, 2 = table full and the
      *> line dropped - the bounded find-or-add energy_report uses.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT OR WS-FOUND = 1
               IF RUN-ID-KEY(RUN-IDX) = WS-LOOKUP-RUN
                       AND RUN-PROG(RUN-IDX) = WS-LOOKUP-NAME
                   MOVE 1 TO WS-FOUND
                   MOVE RUN-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET RUN-IDX TO WS-MATCH-IDX
               EXIT PARAGRAPH
           END-IF
           IF RUN-COUNT >= MAX-RUNS
               DISPLAY "socket_balance: WARNING - run table full ("
                   MAX-RUNS "), dropping run "
                   FUNCTION TRIM(WS-LOOKUP-RUN) " "
                   FUNCTION TRIM(WS-LOOKUP-NAME)
               MOVE 2 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RUN-COUNT
           SET RUN-IDX TO RUN-COUNT
           INITIALIZE RUN-ENTRY(RUN-IDX)
           MOVE WS-LOOKUP-RUN TO RUN-ID-KEY(RUN-IDX)
           MOVE WS-LOOKUP-NAME TO RUN-PROG(RUN-IDX)
           MOVE 'N' TO RUN-MIGRATED(RUN-IDX)
           MOVE 1 TO WS-FOUND
           .

       Build-Rows.
           PERFORM VARYING RUN-IDX FROM 1 BY 1
               UNTIL RUN-IDX > RUN-COUNT
               PERFORM Settle-Run
               IF RUN-PKG-SEEN(RUN-IDX) < 2
                   ADD 1 TO WS-SINGLE
               ELSE
                   ADD 1 TO WS-SHOWN
                   PERFORM Add-Run-To-Row
               END-IF
           END-PERFORM
           .

       Settle-Run.
      *> packages with energy, the home package (most checkpoints),
      *> a second package under the process meaning it moved, and
      *> the share the other packages drew.
           MOVE 0 TO RUN-PKG-SEEN(RUN-IDX) WS-BEST-CNT WS-ON-PKGS
           MOVE 'N' TO RUN-HOME-OK(RUN-IDX)
           PERFORM VARYING PKG-IDX FROM 1 BY 1
               UNTIL PKG-IDX > MAX-PKGS
               IF RUN-PKG-UJ(RUN-IDX, PKG-IDX) > 0
                   ADD 1 TO RUN-PKG-SEEN(RUN-IDX)
                   IF PKG-IDX > WS-PKG-HIGH
                       MOVE PKG-IDX TO WS-PKG-HIGH
                   END-IF
               END-IF
               IF RUN-ON-CNT(RUN-IDX, PKG-IDX) > 0
                   ADD 1 TO WS-ON-PKGS
                   IF RUN-ON-CNT(RUN-IDX, PKG-IDX) > WS-BEST-CNT
                       MOVE RUN-ON-CNT(RUN-IDX, PKG-IDX)
                           TO WS-BEST-CNT
                       COMPUTE RUN-HOME(RUN-IDX) = PKG-IDX - 1
                       MOVE 'Y' TO RUN-HOME-OK(RUN-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ON-PKGS > 1
               MOVE 'Y' TO RUN-MIGRATED(RUN-IDX)
           END-IF
           MOVE 0 TO RUN-IDLE-PCT(RUN-IDX)
           IF RUN-HOME-OK(RUN-IDX) = 'Y' AND RUN-TOTAL-UJ(RUN-IDX) > 0
               COMPUTE RUN-IDLE-PCT(RUN-IDX) ROUNDED =
                   (RUN-TOTAL-UJ(RUN-IDX)
                    - RUN-PKG-UJ(RUN-IDX, RUN-HOME(RUN-IDX) + 1))
                   * 100 / RUN-TOTAL-UJ(RUN-IDX)
           END-IF
           .

       Add-Run-To-Row.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT OR WS-FOUND = 1
               IF ROW-PROG(ROW-IDX) = RUN-PROG(RUN-IDX)
                   MOVE 1 TO WS-FOUND
                   MOVE ROW-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET ROW-IDX TO WS-MATCH-IDX
           ELSE
               IF ROW-COUNT >= MAX-ROWS
                   DISPLAY "socket_balance: WARNING - program table "
                       "full (" MAX-ROWS "), dropping "
                       FUNCTION TRIM(RUN-PROG(RUN-IDX))
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ROW-COUNT
               SET ROW-IDX TO ROW-COUNT
               INITIALIZE ROW-ENTRY(ROW-IDX)
               MOVE RUN-PROG(RUN-IDX) TO ROW-PROG(ROW-IDX)
           END-IF
           ADD 1 TO ROW-RUNS(ROW-IDX)
           IF RUN-MIGRATED(RUN-IDX) = 'Y'
               ADD 1 TO ROW-MIGRATED(ROW-IDX)
           END-IF
      *> the program's home/idle split only counts runs whose home
      *> package is known.
           IF RUN-HOME-OK(RUN-IDX) = 'Y'
               ADD 1 TO ROW-SHARED(ROW-IDX)
               ADD RUN-TOTAL-UJ(RUN-IDX) TO ROW-UJ(ROW-IDX)
               ADD RUN-PKG-UJ(RUN-IDX, RUN-HOME(RUN-IDX) + 1)
                   TO ROW-HOME-UJ(ROW-IDX)
               IF RUN-IDLE-PCT(RUN-IDX) >= WS-IDLE-PCT
                   ADD 1 TO ROW-IDLE-DOM(ROW-IDX)
               END-IF
           END-IF
           .

       Open-Report.
           MOVE WS-IDLE-PCT TO IDLE-PCT-DISP
           MOVE "OPEN" TO RPT-ACTION
           MOVE "socket_balance" TO RPT-PROGRAM
           MOVE "Socket balance - package energy share per run"
               TO RPT-TITLE
           MOVE SPACES TO RPT-PARMS
           STRING "idle-dominant at " DELIMITED BY SIZE
                  FUNCTION TRIM(IDLE-PCT-DISP) DELIMITED BY SIZE
                  "% of package energy" DELIMITED BY SIZE
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

       Display-Report.
      *> per program: its runs, then the program's roll-up.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT
               PERFORM Display-Program-Heading
               PERFORM VARYING RUN-IDX FROM 1 BY 1
                   UNTIL RUN-IDX > RUN-COUNT
                   IF RUN-PROG(RUN-IDX) = ROW-PROG(ROW-IDX)
                           AND RUN-PKG-SEEN(RUN-IDX) >= 2
                       PERFORM Display-Run
                   END-IF
               END-PERFORM
               PERFORM Display-Program-Total
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE WS-SHOWN TO RUNS-DISP
           MOVE WS-FLAGGED TO COUNT-DISP
           MOVE SPACES TO RPT-LINE
           STRING FUNCTION TRIM(RUNS-DISP) DELIMITED BY SIZE
                  " multi-package run(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  " flagged IDLE-DOMINANT or MIGRATED"
                      DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "(On = the package the process was on at most "
               & "checkpoints; Idle% = the other packages' share of "
               & "the run's package energy)" TO RPT-LINE
           PERFORM Write-Report-Line
           IF WS-SINGLE > 0
               MOVE WS-SINGLE TO RUNS-DISP
               MOVE SPACES TO RPT-LINE
               STRING "(" DELIMITED BY SIZE
                      FUNCTION TRIM(RUNS-DISP) DELIMITED BY SIZE
                      " run(s) logged one package domain or none and "
                          DELIMITED BY SIZE
                      "are not shown)" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           IF WS-PKG-BEYOND > 0
               MOVE WS-PKG-BEYOND TO COUNT-DISP
               MOVE SPACES TO RPT-LINE
               STRING "(" DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                      " line(s) from packages numbered past 7 are not "
                          DELIMITED BY SIZE
                      "counted)" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           .

       Display-Program-Heading.
           MOVE SPACES TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           STRING "Program " DELIMITED BY SIZE
                  FUNCTION TRIM(ROW-PROG(ROW-IDX)) DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
      *> one share column per package any shown run drew from.
           MOVE SPACES TO RPT-LINE
           MOVE "Run                    On     Package(J)  "
               TO RPT-LINE
           MOVE 43 TO WS-HEAD-PTR
           PERFORM VARYING PKG-IDX FROM 1 BY 1
               UNTIL PKG-IDX > WS-PKG-HIGH
               COMPUTE PKG-NO-DISP = PKG-IDX - 1
               STRING " Pkg" DELIMITED BY SIZE
                      PKG-NO-DISP DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO RPT-LINE WITH POINTER WS-HEAD-PTR
           END-PERFORM
           STRING "  Idle%  Flags" DELIMITED BY SIZE
               INTO RPT-LINE WITH POINTER WS-HEAD-PTR
           PERFORM Write-Report-Line
           .

       Display-Run.
           IF RUN-HOME-OK(RUN-IDX) = 'Y'
               MOVE RUN-HOME(RUN-IDX) TO PKG-NO-DISP
               MOVE PKG-NO-DISP TO ON-DISP
           ELSE
               MOVE "?" TO ON-DISP
           END-IF
           COMPUTE J-DISP = RUN-TOTAL-UJ(RUN-IDX) / 1000000
           MOVE SPACES TO WS-FLAGS
           IF RUN-HOME-OK(RUN-IDX) = 'N'
               MOVE "NO-AFFINITY" TO WS-FLAGS
           ELSE
               IF RUN-IDLE-PCT(RUN-IDX) >= WS-IDLE-PCT
                   MOVE "IDLE-DOMINANT" TO WS-FLAGS
               END-IF
           END-IF
           IF RUN-MIGRATED(RUN-IDX) = 'Y'
               IF WS-FLAGS = SPACES
                   MOVE "MIGRATED" TO WS-FLAGS
               ELSE
                   STRING FUNCTION TRIM(WS-FLAGS) DELIMITED BY SIZE
                          " MIGRATED" DELIMITED BY SIZE
                       INTO WS-FLAGS
               END-IF
           END-IF
           IF (RUN-HOME-OK(RUN-IDX) = 'Y'
                   AND RUN-IDLE-PCT(RUN-IDX) >= WS-IDLE-PCT)
                   OR RUN-MIGRATED(RUN-IDX) = 'Y'
               ADD 1 TO WS-FLAGGED
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING RUN-ID-KEY(RUN-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ON-DISP DELIMITED BY SIZE
                  J-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
               INTO RPT-LINE
           MOVE 43 TO WS-LINE-PTR
           PERFORM VARYING PKG-IDX FROM 1 BY 1
               UNTIL PKG-IDX > WS-PKG-HIGH
               MOVE 0 TO WS-PCT
               IF RUN-TOTAL-UJ(RUN-IDX) > 0
                   COMPUTE WS-PCT ROUNDED =
                       RUN-PKG-UJ(RUN-IDX, PKG-IDX) * 100
                       / RUN-TOTAL-UJ(RUN-IDX)
               END-IF
               MOVE WS-PCT TO PCT-DISP
               STRING " " DELIMITED BY SIZE
                      PCT-DISP DELIMITED BY SIZE
                   INTO RPT-LINE WITH POINTER WS-LINE-PTR
           END-PERFORM
           IF RUN-HOME-OK(RUN-IDX) = 'Y'
               MOVE RUN-IDLE-PCT(RUN-IDX) TO PCT-DISP
               STRING "  " DELIMITED BY SIZE
                      PCT-DISP DELIMITED BY SIZE
                   INTO RPT-LINE WITH POINTER WS-LINE-PTR
           ELSE
               STRING "      ?" DELIMITED BY SIZE
                   INTO RPT-LINE WITH POINTER WS-LINE-PTR
           END-IF
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FLAGS) DELIMITED BY SIZE
               INTO RPT-LINE WITH POINTER WS-LINE-PTR
           PERFORM Write-Report-Line
           .

       Display-Program-Total.
           MOVE ROW-IDLE-DOM(ROW-IDX) TO RUNS-DISP
           MOVE ROW-MIGRATED(ROW-IDX) TO COUNT-DISP
           MOVE SPACES TO WS-TAIL
           STRING "; " DELIMITED BY SIZE
                  FUNCTION TRIM(RUNS-DISP) DELIMITED BY SIZE
                  " idle-dominant, " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
                  " migrated" DELIMITED BY SIZE
               INTO WS-TAIL
           MOVE ROW-RUNS(ROW-IDX) TO RUNS-DISP
           MOVE SPACES TO RPT-LINE
           IF ROW-SHARED(ROW-IDX) = 0 OR ROW-UJ(ROW-IDX) = 0
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(ROW-PROG(ROW-IDX))
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(RUNS-DISP) DELIMITED BY SIZE
                      " run(s), no package affinity logged"
                          DELIMITED BY SIZE
                      WS-TAIL DELIMITED BY SIZE
                   INTO RPT-LINE
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   (ROW-UJ(ROW-IDX) - ROW-HOME-UJ(ROW-IDX)) * 100
                   / ROW-UJ(ROW-IDX)
               MOVE WS-PCT TO PCT-DISP
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(ROW-PROG(ROW-IDX))
                          DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(RUNS-DISP) DELIMITED BY SIZE
                      " run(s), idle packages drew " DELIMITED BY SIZE
                      FUNCTION TRIM(PCT-DISP) DELIMITED BY SIZE
                      "% of package energy" DELIMITED BY SIZE
                      WS-TAIL DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF
           PERFORM Write-Report-Line
           .

       END PROGRAM socket-balance.
