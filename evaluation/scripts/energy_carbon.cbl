      *>     batch job deck uses. A line whose hour no band covers is
      *>     counted and warned about rather than silently priced at
      *>     zero.
      *>
      *> The hour is taken from the reader's site clock stamp
      *> (ELOG-SITE-TS): with COBJOULES_SITE_UTC_OFFSET set every
      *> line lands on one fixed offset, so the autumn DST night's
      *> repeated hour is two distinct hours, not one hour twice.
      *>
      *> The report goes through report_writer, one SECTION per
      *> cost center (with the center's subtotal) so
      *> report_distribute can send a department its own figures;
      *> programs map to centers as cost_invoice maps them - the
      *> benchmark master, else "cost-centers"
      *> (COBJOULES_COST_CENTERS), else its DEFAULT, else
      *> UNASSIGNED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CARB-FS.

           SELECT MAPPING-FILE ASSIGN TO WS-MAPPING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
      *> matches energy_report.cbl/energy_diff.cbl's record width.
       01  CARB-RECORD PIC X(320).

       FD  MAPPING-FILE.
       01  MAPPING-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
       01  SCHED-FS      PIC XX.
       01  CARB-FS       PIC XX.
       01  MAP-FS        PIC XX.
       01  MAP-EOF       PIC X VALUE 'N'.
           88  MAP-AT-END     VALUE 'Y'.
       01  CARB-EOF      PIC X VALUE 'N'.
           88  CARB-AT-END     VALUE 'Y'.
           88  CARB-NOT-AT-END VALUE 'N'.
           05  PROG-ENTRY OCCURS 20 TIMES INDEXED BY PROG-IDX.
               10  PROG-NAME   PIC X(20).
               10  PROG-GRAMS  PIC S9(11)V9(4) COMP-3.
               10  PROG-CENTER PIC X(20).

       01  WS-TOTAL-GRAMS PIC S9(11)V9(4) COMP-3 VALUE 0.
       01  WS-LINE-COUNT  PIC 9(9) VALUE 0.

       01  GRAMS-DISP     PIC Z(9)9.9(4).
       01  FACTOR-DISP    PIC Z(4)9.99.
       01  BANDS-DISP     PIC Z9.
       01  LINES-DISP     PIC Z(8)9.

      *> program-to-center mapping, cost_invoice's.
       COPY "benchmst.cpy".
       01  WS-MAPPING-PATH PIC X(100) VALUE "cost-centers".
       01  WS-MAPPING-ENV  PIC X(100) VALUE SPACES.
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

      *> the centers the report has a section for, in name order.
       01  CENTER-COUNT  PIC 9(2) VALUE 0.
       01  CENTER-TABLE.
           05  CENTER-NAME OCCURS 20 TIMES INDEXED BY CTR-IDX
                               PIC X(20).
       01  WS-CENTER-GRAMS PIC S9(11)V9(4) COMP-3.
       01  WS-SORT-CHANGED PIC X.
       01  SWAP-IDX      PIC 9(2).
       01  TEMP-CENTER   PIC X(20).

      *> the shared report writer's request area - the report is
      *> displayed and spooled, and cataloged for distribution.
       COPY "reportio.cpy".

       PROCEDURE DIVISION.
       Main-Carbon.
               GO TO Process-Line-Exit
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ELOG-DELTA-X)) NOT = 0
                   OR ELOG-SITE-TS(9:2) IS NOT NUMERIC
               GO TO Process-Line-Exit
           END-IF

      *> the site clock stamp is YYYYMMDDHHMMSS... - so the hour is
      *> characters 9-10.
           MOVE ELOG-SITE-TS(9:2) TO WS-LINE-HOUR
           PERFORM Lookup-Factor
           IF WS-FACTOR-FOUND = 0
               ADD 1 TO WS-UNCOVERED
           .

       Display-Report.
           ACCEPT WS-MAPPING-ENV FROM ENVIRONMENT
               "COBJOULES_COST_CENTERS"
           IF WS-MAPPING-ENV NOT = SPACES
               MOVE WS-MAPPING-ENV TO WS-MAPPING-PATH
           END-IF
           PERFORM Load-Mapping
           PERFORM VARYING PROG-IDX FROM 1 BY 1
               UNTIL PROG-IDX > PROG-COUNT
               PERFORM Map-Program-To-Center
               MOVE WS-LOOKUP-CENTER TO PROG-CENTER(PROG-IDX)
               PERFORM Note-Center
           END-PERFORM
           PERFORM Sort-Centers

           MOVE "OPEN" TO RPT-ACTION
           MOVE "energy_carbon" TO RPT-PROGRAM
           MOVE "Carbon footprint" TO RPT-TITLE
           MOVE SPACES TO RPT-PARMS
           STRING "run=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-FILTER) DELIMITED BY SIZE
                  " schedule=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCHEDULE-PATH) DELIMITED BY SIZE
               INTO RPT-PARMS
           CALL "report_writer" USING REPORT-REQUEST
           MOVE SPACES TO RPT-LINE
           MOVE BAND-COUNT TO BANDS-DISP
           STRING "Carbon-footprint report - run " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RUN-FILTER) DELIMITED BY SIZE
                  "  schedule " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SCHEDULE-PATH) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(BANDS-DISP) DELIMITED BY SIZE
                  " band(s))" DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line

           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT
               PERFORM Report-One-Center
           END-PERFORM

      *> the site total is everyone's - back to the common section.
           MOVE "SECTION" TO RPT-ACTION
           MOVE SPACES TO RPT-SECTION
           CALL "report_writer" USING REPORT-REQUEST
           MOVE WS-TOTAL-GRAMS TO GRAMS-DISP
           MOVE WS-LINE-COUNT TO LINES-DISP
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL                " DELIMITED BY SIZE
                  FUNCTION TRIM(GRAMS-DISP) DELIMITED BY SIZE
                  " gCO2 over " DELIMITED BY SIZE
                  FUNCTION TRIM(LINES-DISP) DELIMITED BY SIZE
                  " line(s)" DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "CLOSE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           IF WS-UNCOVERED > 0
               DISPLAY "energy_carbon: WARNING - " WS-UNCOVERED
                   " line(s) fell in an hour no schedule band "
           END-IF
           .

       Report-One-Center.
           MOVE "SECTION" TO RPT-ACTION
           MOVE CENTER-NAME(CTR-IDX) TO RPT-SECTION
           CALL "report_writer" USING REPORT-REQUEST
           MOVE SPACES TO RPT-LINE
           STRING "Cost center: " DELIMITED BY SIZE
                  FUNCTION TRIM(CENTER-NAME(CTR-IDX))
                      DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           MOVE "Program              gCO2" TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE 0 TO WS-CENTER-GRAMS
           PERFORM VARYING PROG-IDX FROM 1 BY 1
               UNTIL PROG-IDX > PROG-COUNT
               IF PROG-CENTER(PROG-IDX) = CENTER-NAME(CTR-IDX)
                   MOVE PROG-GRAMS(PROG-IDX) TO GRAMS-DISP
                   MOVE SPACES TO RPT-LINE
                   STRING PROG-NAME(PROG-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(GRAMS-DISP)
                              DELIMITED BY SIZE
                       INTO RPT-LINE
                   PERFORM Write-Report-Line
                   ADD PROG-GRAMS(PROG-IDX) TO WS-CENTER-GRAMS
               END-IF
           END-PERFORM
           MOVE WS-CENTER-GRAMS TO GRAMS-DISP
           MOVE "---------------------------------------------"
               TO RPT-LINE
           PERFORM Write-Report-Line
           MOVE SPACES TO RPT-LINE
           STRING "CENTER TOTAL         " DELIMITED BY SIZE
                  FUNCTION TRIM(GRAMS-DISP) DELIMITED BY SIZE
                  " gCO2" DELIMITED BY SIZE
               INTO RPT-LINE
           PERFORM Write-Report-Line
           .

       Write-Report-Line.
           MOVE "LINE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           .

       Load-Mapping.
      *> no mapping file just means every program the benchmark
      *> master has no center for lands on DEFAULT or UNASSIGNED.
           OPEN INPUT MAPPING-FILE
           IF MAP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MAP-AT-END
               READ MAPPING-FILE
                   AT END
                       SET MAP-AT-END TO TRUE
                   NOT AT END
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

       Map-Program-To-Center.
           MOVE SPACES TO WS-LOOKUP-CENTER
           MOVE "PROGRAM" TO BMR-ACTION
           MOVE PROG-NAME(PROG-IDX) TO BMR-KEY
           CALL "bench_master" USING BENCH-REQUEST
           IF BMR-FOUND AND BMR-CENTER NOT = SPACES
               MOVE BMR-CENTER TO WS-LOOKUP-CENTER
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-COUNT
               IF MAP-PROG(MAP-IDX) = PROG-NAME(PROG-IDX)
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

       Note-Center.
      *> at most one center per program, so the table can never
      *> outgrow the program table's 20.
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT
               IF CENTER-NAME(CTR-IDX) = WS-LOOKUP-CENTER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO CENTER-COUNT
           MOVE WS-LOOKUP-CENTER TO CENTER-NAME(CENTER-COUNT)
           .

       Sort-Centers.
      *> the small-table exchange sort regression_hunt uses.
           MOVE 'Y' TO WS-SORT-CHANGED
           PERFORM UNTIL WS-SORT-CHANGED = 'N'
               MOVE 'N' TO WS-SORT-CHANGED
               PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX >= CENTER-COUNT
                   SET SWAP-IDX TO CTR-IDX
                   ADD 1 TO SWAP-IDX
                   IF CENTER-NAME(CTR-IDX) > CENTER-NAME(SWAP-IDX)
                       MOVE CENTER-NAME(CTR-IDX) TO TEMP-CENTER
                       MOVE CENTER-NAME(SWAP-IDX)
                           TO CENTER-NAME(CTR-IDX)
                       MOVE TEMP-CENTER TO CENTER-NAME(SWAP-IDX)
                       MOVE 'Y' TO WS-SORT-CHANGED
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       END PROGRAM energy-carbon.
