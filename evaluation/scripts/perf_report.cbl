       IDENTIFICATION DIVISION.
       PROGRAM-ID. perf-report.
       AUTHOR. Shiva9361.

      *> Energy-per-instruction report: energy alone cannot say
      *> whether insertion_sort got more expensive because it did
      *> more work or because each instruction cost more. With
      *> COBJOULES_PERF_COUNTERS=Y batch_driver runs every measured
      *> step under the hardware counters and appends one record per
      *> step to "perf-counters.log":
      *>
      *>   <run id>,<program>,<step>,<instructions>,<cycles>,
      *>   <cache misses>,<package uJ>,<step start>
      *>
      *> This rolls those up by program and month and reports, per
      *> row, billions of instructions per run, joules per billion
      *> instructions, instructions per cycle and cache misses per
      *> thousand instructions. Each month is compared with the
      *> program's previous month: a move of more than 10% in the
      *> instructions per run reads as "the code changed" (more
      *> work), a move in joules per billion instructions or in IPC
      *> as "the machine changed" (each instruction cost more).
      *>
      *> COBJOULES_PERF_PROGRAM (optional) - report one program only
      *>
      *> Output file: perf-report

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERF-LOG-FILE ASSIGN TO "perf-counters.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PLOG-FS.

           SELECT REPORT-OUT ASSIGN TO "perf-report"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERF-LOG-FILE.
       01  PERF-LOG-RECORD PIC X(200).

       FD  REPORT-OUT.
       01  REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  PLOG-FS       PIC XX.
       01  RPT-FS        PIC XX.
       01  PLOG-EOF      PIC X VALUE 'N'.
           88  PLOG-AT-END     VALUE 'Y'.

       01  WS-PROG-ENV   PIC X(20) VALUE SPACES.
       01  WS-TODAY-TS   PIC X(21).

       01  F-RUN-ID      PIC X(21).
       01  F-PROGRAM     PIC X(20).
       01  F-STEP        PIC X(4).
       01  F-INSTR       PIC X(18).
       01  F-CYCLES      PIC X(18).
       01  F-MISSES      PIC X(18).
       01  F-UJ          PIC X(18).
       01  F-START-TS    PIC X(21).

       01  WS-INSTR      PIC 9(15).
       01  WS-CYCLES     PIC 9(15).
       01  WS-MISSES     PIC 9(15).
       01  WS-UJ         PIC 9(15).
       01  WS-RECORDS    PIC 9(7) VALUE 0.
       01  WS-SKIPPED    PIC 9(7) VALUE 0.

      *> one row per program and month, in the order first seen -
      *> the log is appended night by night, so a program's months
      *> come out in calendar order.
       01  MAX-ROWS      PIC 9(4) VALUE 600.
       01  ROW-COUNT     PIC 9(4) VALUE 0.
       01  ROW-TABLE.
           05  ROW-ENTRY OCCURS 600 TIMES INDEXED BY ROW-IDX.
               10  ROW-PROGRAM   PIC X(20).
               10  ROW-PERIOD    PIC X(6).
               10  ROW-RUNS      PIC 9(5).
               10  ROW-INSTR     PIC 9(18).
               10  ROW-CYCLES    PIC 9(18).
               10  ROW-MISSES    PIC 9(18).
               10  ROW-UJ        PIC 9(18).
               10  ROW-UJ-INSTR  PIC 9(18).
               10  ROW-DONE      PIC X.
       01  WS-ROW-MATCH  PIC 9(4).
       01  WS-OUT-IDX    PIC 9(4).

      *> the figures of the row just written, kept to compare the
      *> program's next month against.
       01  WS-PREV-SET   PIC X.
       01  WS-PREV-GINST COMP-2.
       01  WS-PREV-JPG   COMP-2.
       01  WS-PREV-IPC   COMP-2.
       01  WS-GINST      COMP-2.
       01  WS-JPG        COMP-2.
       01  WS-IPC        COMP-2.
       01  WS-MPKI       COMP-2.
       01  WS-CHANGE     COMP-2.
       01  WS-WORK-MOVED PIC X.
       01  WS-COST-MOVED PIC X.
       01  WS-CUR-PROGRAM PIC X(20).

       01  RUNS-DISP     PIC Z(4)9.
       01  GINST-DISP    PIC Z(5)9.999.
       01  JPG-DISP      PIC Z(5)9.999.
       01  IPC-DISP      PIC Z9.99.
       01  MPKI-DISP     PIC Z(4)9.99.
       01  COUNT-DISP    PIC Z(6)9.

       PROCEDURE DIVISION.
       Main-Perf-Report.
           ACCEPT WS-PROG-ENV FROM ENVIRONMENT
               "COBJOULES_PERF_PROGRAM"
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TS

           OPEN INPUT PERF-LOG-FILE
           IF PLOG-FS NOT = "00"
               DISPLAY "perf_report: ERROR - could not open "
                   "perf-counters.log (status " PLOG-FS ") - run "
                   "a sweep with COBJOULES_PERF_COUNTERS=Y first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PLOG-AT-END
               READ PERF-LOG-FILE
                   AT END
                       SET PLOG-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Perf-Record
               END-READ
           END-PERFORM
           CLOSE PERF-LOG-FILE

           OPEN OUTPUT REPORT-OUT
           IF RPT-FS NOT = "00"
               DISPLAY "perf_report: ERROR - could not write "
                   "perf-report (status " RPT-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Write-Header
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > ROW-COUNT
               IF ROW-DONE(WS-OUT-IDX) = 'N'
                   PERFORM Write-Program-Rows
               END-IF
           END-PERFORM
           PERFORM Write-Footer
           CLOSE REPORT-OUT

           MOVE WS-RECORDS TO COUNT-DISP
           DISPLAY "perf_report: " FUNCTION TRIM(COUNT-DISP)
               " step record(s) reported -> perf-report"
           IF WS-SKIPPED > 0
               MOVE WS-SKIPPED TO COUNT-DISP
               DISPLAY "perf_report: WARNING - "
                   FUNCTION TRIM(COUNT-DISP)
                   " unreadable record(s) skipped"
           END-IF
           STOP RUN.

       Load-Perf-Record.
           IF PERF-LOG-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO F-RUN-ID F-PROGRAM F-STEP F-INSTR F-CYCLES
               F-MISSES F-UJ F-START-TS
           UNSTRING PERF-LOG-RECORD DELIMITED BY ","
               INTO F-RUN-ID F-PROGRAM F-STEP F-INSTR F-CYCLES
                    F-MISSES F-UJ F-START-TS
           END-UNSTRING
           IF F-RUN-ID(1:6) IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-INSTR))
                       NOT = 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-CYCLES))
                       NOT = 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-MISSES))
                       NOT = 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-UJ))
                       NOT = 0
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-PROG-ENV NOT = SPACES
                   AND FUNCTION TRIM(F-PROGRAM) NOT =
                       FUNCTION TRIM(WS-PROG-ENV)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INSTR = FUNCTION NUMVAL(FUNCTION TRIM(F-INSTR))
           COMPUTE WS-CYCLES =
               FUNCTION NUMVAL(FUNCTION TRIM(F-CYCLES))
           COMPUTE WS-MISSES =
               FUNCTION NUMVAL(FUNCTION TRIM(F-MISSES))
           COMPUTE WS-UJ = FUNCTION NUMVAL(FUNCTION TRIM(F-UJ))
           IF WS-INSTR = 0
               ADD 1 TO WS-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM Find-Or-Add-Row
           IF WS-ROW-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           SET ROW-IDX TO WS-ROW-MATCH
           ADD 1 TO WS-RECORDS
           ADD 1 TO ROW-RUNS(ROW-IDX)
           ADD WS-INSTR TO ROW-INSTR(ROW-IDX)
           ADD WS-CYCLES TO ROW-CYCLES(ROW-IDX)
           ADD WS-MISSES TO ROW-MISSES(ROW-IDX)
      *> a step with no energy lines (host without RAPL) still
      *> counts toward IPC, but not toward joules per instruction.
           IF WS-UJ > 0
               ADD WS-UJ TO ROW-UJ(ROW-IDX)
               ADD WS-INSTR TO ROW-UJ-INSTR(ROW-IDX)
           END-IF
           .

       Find-Or-Add-Row.
           MOVE 0 TO WS-ROW-MATCH
           PERFORM VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-COUNT OR WS-ROW-MATCH > 0
               IF ROW-PROGRAM(ROW-IDX) = F-PROGRAM
                       AND ROW-PERIOD(ROW-IDX) = F-RUN-ID(1:6)
                   SET WS-ROW-MATCH TO ROW-IDX
               END-IF
           END-PERFORM
           IF WS-ROW-MATCH > 0
               EXIT PARAGRAPH
           END-IF
           IF ROW-COUNT >= MAX-ROWS
               DISPLAY "perf_report: WARNING - row table full ("
                   MAX-ROWS "), dropping "
                   FUNCTION TRIM(F-PROGRAM) " " F-RUN-ID(1:6)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROW-COUNT
           SET ROW-IDX TO ROW-COUNT
           MOVE F-PROGRAM TO ROW-PROGRAM(ROW-IDX)
           MOVE F-RUN-ID(1:6) TO ROW-PERIOD(ROW-IDX)
           MOVE 0 TO ROW-RUNS(ROW-IDX) ROW-INSTR(ROW-IDX)
               ROW-CYCLES(ROW-IDX) ROW-MISSES(ROW-IDX)
               ROW-UJ(ROW-IDX) ROW-UJ-INSTR(ROW-IDX)
           MOVE 'N' TO ROW-DONE(ROW-IDX)
           MOVE ROW-COUNT TO WS-ROW-MATCH
           .

       Write-Header.
           MOVE SPACES TO REPORT-RECORD
           STRING "Energy per instruction by program as of "
                      DELIMITED BY SIZE
                  WS-TODAY-TS(1:8) DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE ALL "=" TO REPORT-RECORD(1:78)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Program              Month   Runs  Ginstr/run"
                      DELIMITED BY SIZE
                  "   J/Ginstr   IPC     MPKI  Reading"
                      DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       Write-Program-Rows.
      *> every month of this program, oldest first, each compared
      *> with the one before it.
           MOVE ROW-PROGRAM(WS-OUT-IDX) TO WS-CUR-PROGRAM
           MOVE 'N' TO WS-PREV-SET
           PERFORM VARYING ROW-IDX FROM WS-OUT-IDX BY 1
               UNTIL ROW-IDX > ROW-COUNT
               IF ROW-PROGRAM(ROW-IDX) = WS-CUR-PROGRAM
                   PERFORM Write-Row
                   MOVE 'Y' TO ROW-DONE(ROW-IDX)
               END-IF
           END-PERFORM
           .

       Write-Row.
           COMPUTE WS-GINST = ROW-INSTR(ROW-IDX)
               / ROW-RUNS(ROW-IDX) / 1000000000
           MOVE 0 TO WS-JPG WS-IPC
           IF ROW-UJ-INSTR(ROW-IDX) > 0
               COMPUTE WS-JPG = ROW-UJ(ROW-IDX) * 1000
                   / ROW-UJ-INSTR(ROW-IDX)
           END-IF
           IF ROW-CYCLES(ROW-IDX) > 0
               COMPUTE WS-IPC = ROW-INSTR(ROW-IDX)
                   / ROW-CYCLES(ROW-IDX)
           END-IF
           COMPUTE WS-MPKI = ROW-MISSES(ROW-IDX) * 1000
               / ROW-INSTR(ROW-IDX)

           MOVE SPACES TO REPORT-RECORD
           MOVE ROW-PROGRAM(ROW-IDX) TO REPORT-RECORD(1:20)
           MOVE ROW-PERIOD(ROW-IDX) TO REPORT-RECORD(22:6)
           MOVE ROW-RUNS(ROW-IDX) TO RUNS-DISP
           MOVE RUNS-DISP TO REPORT-RECORD(29:5)
           COMPUTE GINST-DISP ROUNDED = WS-GINST
           MOVE GINST-DISP TO REPORT-RECORD(35:10)
           IF ROW-UJ-INSTR(ROW-IDX) > 0
               COMPUTE JPG-DISP ROUNDED = WS-JPG
               MOVE JPG-DISP TO REPORT-RECORD(46:10)
           ELSE
               MOVE "n/a" TO REPORT-RECORD(53:3)
           END-IF
           IF ROW-CYCLES(ROW-IDX) > 0
               COMPUTE IPC-DISP ROUNDED = WS-IPC
               MOVE IPC-DISP TO REPORT-RECORD(57:5)
           ELSE
               MOVE "n/a" TO REPORT-RECORD(59:3)
           END-IF
           COMPUTE MPKI-DISP ROUNDED = WS-MPKI
           MOVE MPKI-DISP TO REPORT-RECORD(63:8)

           IF WS-PREV-SET = 'Y'
               PERFORM Judge-Change
           END-IF
           WRITE REPORT-RECORD

           MOVE 'Y' TO WS-PREV-SET
           MOVE WS-GINST TO WS-PREV-GINST
           MOVE WS-JPG TO WS-PREV-JPG
           MOVE WS-IPC TO WS-PREV-IPC
           .

       Judge-Change.
      *> more than 10% either way counts as a move.
           MOVE 'N' TO WS-WORK-MOVED WS-COST-MOVED
           IF WS-PREV-GINST > 0
               COMPUTE WS-CHANGE =
                   (WS-GINST - WS-PREV-GINST) / WS-PREV-GINST
               IF WS-CHANGE > 0.10 OR WS-CHANGE < -0.10
                   MOVE 'Y' TO WS-WORK-MOVED
               END-IF
           END-IF
           IF WS-PREV-JPG > 0 AND WS-JPG > 0
               COMPUTE WS-CHANGE =
                   (WS-JPG - WS-PREV-JPG) / WS-PREV-JPG
               IF WS-CHANGE > 0.10 OR WS-CHANGE < -0.10
                   MOVE 'Y' TO WS-COST-MOVED
               END-IF
           END-IF
           IF WS-PREV-IPC > 0 AND WS-IPC > 0
               COMPUTE WS-CHANGE =
                   (WS-IPC - WS-PREV-IPC) / WS-PREV-IPC
               IF WS-CHANGE > 0.10 OR WS-CHANGE < -0.10
                   MOVE 'Y' TO WS-COST-MOVED
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-WORK-MOVED = 'Y' AND WS-COST-MOVED = 'Y'
                   MOVE "code and machine changed"
                       TO REPORT-RECORD(73:24)
               WHEN WS-WORK-MOVED = 'Y'
                   MOVE "code changed" TO REPORT-RECORD(73:12)
               WHEN WS-COST-MOVED = 'Y'
                   MOVE "machine changed" TO REPORT-RECORD(73:15)
               WHEN OTHER
                   MOVE "steady" TO REPORT-RECORD(73:6)
           END-EVALUATE
           .

       Write-Footer.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF ROW-COUNT = 0
               MOVE "No counted steps on record." TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "Ginstr/run: billions of instructions retired per run."
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "J/Ginstr: package joules per billion instructions;"
                      DELIMITED BY SIZE
                  " IPC: instructions per cycle;" DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "MPKI: cache misses per thousand instructions."
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Reading (vs the month before, 10% threshold): "
                      DELIMITED BY SIZE
                  "code changed = instructions per run moved;"
                      DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "machine changed = joules per instruction or IPC "
                      DELIMITED BY SIZE
                  "moved." DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           .

       END PROGRAM perf-report.
