       IDENTIFICATION DIVISION.
       PROGRAM-ID. lookup-report.
       AUTHOR. Shiva9361.

      *> Energy per thousand lookups, by lookup style and table
      *> size: lookup_bench (TBLLOOK) measures each style inside a
      *> named region called <style>-<table size> - SRCH serial
      *> SEARCH, SALL binary SEARCH ALL, SUBS direct subscripting,
      *> SCAN the hand-written PERFORM VARYING scan - and its
      *> workload field is the lookup count. This folds every
      *> TBLLOOK region line in energy.log into (style, size) cells
      *> and prints, size by size, each style's total regions,
      *> lookups and package energy with the energy per thousand
      *> lookups, through the report writer.
      *>
      *> Package energy only, as sort_curve charts it: every
      *> package domain's delta is added in, but the region and its
      *> lookups are counted once, on package-0, so a two-socket
      *> host's region is not counted twice. Voided runs are left
      *> out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LKR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENERGY-LOG-IN.
       01  LKR-RECORD PIC X(320).

       WORKING-STORAGE SECTION.
       01  LKR-FS        PIC XX.
       01  LKR-EOF       PIC X VALUE 'N'.
           88  LKR-AT-END     VALUE 'Y'.
           88  LKR-NOT-AT-END VALUE 'N'.

       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).
       COPY "reportio.cpy".

      *> the four styles in the order they print.
       01  STYLE-VALUES.
           05  FILLER PIC X(24) VALUE "SRCHserial SEARCH".
           05  FILLER PIC X(24) VALUE "SALLbinary SEARCH ALL".
           05  FILLER PIC X(24) VALUE "SUBSdirect subscript".
           05  FILLER PIC X(24) VALUE "SCANhand PERFORM scan".
       01  STYLE-TABLE REDEFINES STYLE-VALUES.
           05  STYLE-ENTRY OCCURS 4 TIMES INDEXED BY STY-IDX.
               10  STY-CODE  PIC X(4).
               10  STY-NAME  PIC X(20).

      *> the cells: (style, table size) with regions, lookups and
      *> package uJ.
       01  MAX-LCELLS    PIC 9(3) VALUE 200.
       01  LCELL-COUNT   PIC 9(3) VALUE 0.
       01  LCELL-TABLE.
           05  LCELL-ENTRY OCCURS 200 TIMES INDEXED BY LCL-IDX.
               10  LCL-STYLE   PIC X(4).
               10  LCL-SIZE    PIC 9(7).
               10  LCL-REGIONS PIC 9(5).
               10  LCL-LOOKUPS PIC 9(15).
               10  LCL-UJ      PIC 9(15).

      *> distinct table sizes, kept in ascending order.
       01  MAX-SIZES     PIC 9(2) VALUE 50.
       01  SIZE-COUNT    PIC 9(2) VALUE 0.
       01  SIZE-LIST.
           05  SIZE-ENTRY OCCURS 50 TIMES
                               INDEXED BY SIZ-IDX PIC 9(7).
       01  WS-SHIFT-IDX  PIC 9(2).

       01  WS-REGION     PIC X(16).
       01  WS-STYLE      PIC X(8).
       01  WS-SIZE-X     PIC X(10).
       01  WS-SIZE       PIC 9(7).
       01  WS-LOOKUPS    PIC 9(15).
       01  WS-FOUND      PIC 9(1).
       01  WS-MATCH-IDX  PIC 9(3).
       01  WS-STYLE-OK   PIC 9(1).
       01  WS-SKIPPED    PIC 9(7) VALUE 0.
       01  WS-PER-K      PIC 9(12)V9(3) COMP-3.
       01  WS-TOTAL-J    PIC 9(9)V9(3) COMP-3.
       01  PER-K-DISP    PIC Z(11)9.9(3).
       01  J-DISP        PIC Z(8)9.9(3).
       01  LOOKUPS-DISP  PIC Z(14)9.
       01  SIZE-DISP     PIC Z(6)9.
       01  REGIONS-DISP  PIC Z(4)9.

       PROCEDURE DIVISION.
       Main-Lookup-Report.
           PERFORM Accumulate-Regions
           IF LCELL-COUNT = 0
               DISPLAY "lookup_report: no TBLLOOK region in "
                   "energy.log - run lookup_bench first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "OPEN" TO RPT-ACTION
           MOVE "lookup_report" TO RPT-PROGRAM
           MOVE "Energy per thousand lookups by lookup style"
               TO RPT-TITLE
           MOVE "(TBLLOOK regions, package energy, per table size)"
               TO RPT-PARMS
           CALL "report_writer" USING REPORT-REQUEST
           PERFORM Render-Sizes
           IF WS-SKIPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "(" DELIMITED BY SIZE
                      WS-SKIPPED DELIMITED BY SIZE
                      " TBLLOOK region line(s) not in <style>-<size>"
                          DELIMITED BY SIZE
                      " form or without a lookup count were skipped)"
                          DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
           END-IF
           MOVE "CLOSE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           STOP RUN.

       Write-Report-Line.
           MOVE "LINE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           .

       Accumulate-Regions.
           OPEN INPUT ENERGY-LOG-IN
           IF LKR-FS NOT = "00"
               DISPLAY "lookup_report: ERROR - could not open "
                   "energy.log (status " LKR-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL LKR-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET LKR-AT-END TO TRUE
                   NOT AT END
                       PERFORM Tally-Region-Line
                           THRU Tally-Region-Line-Exit
               END-READ
           END-PERFORM
           CLOSE ENERGY-LOG-IN
           .

       Tally-Region-Line.
           MOVE LKR-RECORD TO ELOG-RAW-LINE
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF NOT ELOG-IS-REGION OR NOT ELOG-LINE-VALID
               GO TO Tally-Region-Line-Exit
           END-IF
           IF FUNCTION TRIM(ELOG-PROGNAME) NOT = "TBLLOOK"
                   OR ELOG-DOMAIN(1:7) NOT = "package"
               GO TO Tally-Region-Line-Exit
           END-IF
           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-VOID-LOOKUP
           CALL "run_void_check" USING WS-VOID-LOOKUP
               WS-VOIDED-FLAG
           IF WS-VOIDED-FLAG = 'Y'
               GO TO Tally-Region-Line-Exit
           END-IF

      *> <style>-<size>-BEG-><style>-<size>-END
           MOVE SPACES TO WS-REGION WS-STYLE WS-SIZE-X
           UNSTRING ELOG-CPPAIR DELIMITED BY "-BEG->"
               INTO WS-REGION
           END-UNSTRING
           UNSTRING WS-REGION DELIMITED BY "-"
               INTO WS-STYLE WS-SIZE-X
           END-UNSTRING
           MOVE 0 TO WS-STYLE-OK
           PERFORM VARYING STY-IDX FROM 1 BY 1 UNTIL STY-IDX > 4
               IF STY-CODE(STY-IDX) = WS-STYLE
                   MOVE 1 TO WS-STYLE-OK
               END-IF
           END-PERFORM
           IF WS-STYLE-OK = 0
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-SIZE-X))
                       NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(ELOG-WORKLOAD)) NOT = 0
               ADD 1 TO WS-SKIPPED
               GO TO Tally-Region-Line-Exit
           END-IF
           COMPUTE WS-SIZE = FUNCTION NUMVAL(FUNCTION TRIM(WS-SIZE-X))
           COMPUTE WS-LOOKUPS =
               FUNCTION NUMVAL(FUNCTION TRIM(ELOG-WORKLOAD))

           MOVE 0 TO WS-FOUND
           PERFORM VARYING LCL-IDX FROM 1 BY 1
               UNTIL LCL-IDX > LCELL-COUNT OR WS-FOUND = 1
               IF LCL-STYLE(LCL-IDX) = WS-STYLE
                       AND LCL-SIZE(LCL-IDX) = WS-SIZE
                   MOVE 1 TO WS-FOUND
                   MOVE LCL-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET LCL-IDX TO WS-MATCH-IDX
           ELSE
               IF LCELL-COUNT >= MAX-LCELLS
                   GO TO Tally-Region-Line-Exit
               END-IF
               ADD 1 TO LCELL-COUNT
               SET LCL-IDX TO LCELL-COUNT
               MOVE WS-STYLE TO LCL-STYLE(LCL-IDX)
               MOVE WS-SIZE TO LCL-SIZE(LCL-IDX)
               MOVE 0 TO LCL-REGIONS(LCL-IDX) LCL-LOOKUPS(LCL-IDX)
                   LCL-UJ(LCL-IDX)
               PERFORM Note-Size
           END-IF
           ADD ELOG-DELTA-UJ TO LCL-UJ(LCL-IDX)
           IF FUNCTION TRIM(ELOG-DOMAIN) = "package-0"
               ADD 1 TO LCL-REGIONS(LCL-IDX)
               ADD WS-LOOKUPS TO LCL-LOOKUPS(LCL-IDX)
           END-IF
           .
       Tally-Region-Line-Exit.
           EXIT.

       Note-Size.
      *> insert in ascending order so the sections print smallest
      *> table first.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING SIZ-IDX FROM 1 BY 1
               UNTIL SIZ-IDX > SIZE-COUNT OR WS-FOUND = 1
               IF SIZE-ENTRY(SIZ-IDX) = WS-SIZE
                   MOVE 1 TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 1 OR SIZE-COUNT >= MAX-SIZES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SIZE-COUNT
           MOVE SIZE-COUNT TO WS-SHIFT-IDX
           PERFORM UNTIL WS-SHIFT-IDX = 1
               IF SIZE-ENTRY(WS-SHIFT-IDX - 1) <= WS-SIZE
                   EXIT PERFORM
               END-IF
               MOVE SIZE-ENTRY(WS-SHIFT-IDX - 1)
                   TO SIZE-ENTRY(WS-SHIFT-IDX)
               SUBTRACT 1 FROM WS-SHIFT-IDX
           END-PERFORM
           MOVE WS-SIZE TO SIZE-ENTRY(WS-SHIFT-IDX)
           .

       Render-Sizes.
           PERFORM VARYING SIZ-IDX FROM 1 BY 1
               UNTIL SIZ-IDX > SIZE-COUNT
               MOVE SIZE-ENTRY(SIZ-IDX) TO SIZE-DISP
               MOVE SPACES TO RPT-LINE
               STRING "Table size " DELIMITED BY SIZE
                      FUNCTION TRIM(SIZE-DISP) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM Write-Report-Line
               PERFORM VARYING STY-IDX FROM 1 BY 1
                   UNTIL STY-IDX > 4
                   PERFORM VARYING LCL-IDX FROM 1 BY 1
                       UNTIL LCL-IDX > LCELL-COUNT
                       IF LCL-SIZE(LCL-IDX) = SIZE-ENTRY(SIZ-IDX)
                               AND LCL-STYLE(LCL-IDX) =
                                   STY-CODE(STY-IDX)
                           PERFORM Render-One-Cell
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           .

       Render-One-Cell.
           IF LCL-LOOKUPS(LCL-IDX) > 0
               COMPUTE WS-PER-K ROUNDED = LCL-UJ(LCL-IDX) * 1000
                   / LCL-LOOKUPS(LCL-IDX)
           ELSE
               MOVE 0 TO WS-PER-K
           END-IF
           COMPUTE WS-TOTAL-J ROUNDED = LCL-UJ(LCL-IDX) / 1000000
           MOVE WS-PER-K TO PER-K-DISP
           MOVE WS-TOTAL-J TO J-DISP
           MOVE LCL-LOOKUPS(LCL-IDX) TO LOOKUPS-DISP
           MOVE LCL-REGIONS(LCL-IDX) TO REGIONS-DISP
           MOVE SPACES TO RPT-LINE
           STRING "  " DELIMITED BY SIZE
                  STY-NAME(STY-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(PER-K-DISP) DELIMITED BY SIZE
                  " uJ per 1000 lookups (" DELIMITED BY SIZE
                  FUNCTION TRIM(LOOKUPS-DISP) DELIMITED BY SIZE
                  " lookups in " DELIMITED BY SIZE
                  FUNCTION TRIM(REGIONS-DISP) DELIMITED BY SIZE
                  " region(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(J-DISP) DELIMITED BY SIZE
                  " J)" DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       END PROGRAM lookup-report.
