      *> does. Ledger buckets with no budget row are listed too -
      *> unbudgeted consumption is exactly what the allowance
      *> process needs to hear about.
      *>
      *> Rows are grouped by cost center, each center a report
      *> SECTION of its own so report_distribute can send a
      *> department just its part. A row's center is the center
      *> its program maps to - the benchmark master, else the
      *> "cost-centers" file (COBJOULES_COST_CENTERS), else its
      *> DEFAULT, else UNASSIGNED, as cost_invoice bills it - and a
      *> budget row naming no known program is a center's own
      *> allowance. A TRANSFER record moves a bench request's part
      *> of a bucket to the center that asked for it, as the
      *> invoice moves it, so that center's section shows it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LED-FS.

           SELECT MAPPING-FILE ASSIGN TO WS-MAPPING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD PIC X(80).

       FD  MAPPING-FILE.
       01  MAPPING-RECORD PIC X(60).

       WORKING-STORAGE SECTION.
       01  BUD-FS        PIC XX.
       01  LED-FS        PIC XX.
       01  MAP-FS        PIC XX.
       01  RPT-EOF       PIC X VALUE 'N'.
           88  RPT-AT-END     VALUE 'Y'.
           88  RPT-NOT-AT-END VALUE 'N'.
               10  BUD-NAME    PIC X(20).
               10  BUD-KWH     PIC 9(7)V9(3) COMP-3.
               10  BUD-MATCHED PIC X.
               10  BUD-CENTER  PIC X(20).

       01  L-KIND        PIC X(8).
       01  L-PERIOD      PIC X(8).
       01  L-NAME        PIC X(20).
       01  L-UJ          PIC X(16).
       01  L-ORIG        PIC X(8).
       01  L-CENTER      PIC X(20).

       01  MAX-BUCKETS   PIC 9(3) VALUE 200.
       01  BUCKET-COUNT  PIC 9(3) VALUE 0.
               10  BKT-NAME   PIC X(20).
               10  BKT-UJ     PIC 9(15).
               10  BKT-BUDGETED PIC X.
               10  BKT-CENTER PIC X(20).

      *> the period's own TRANSFER records (a prior-period one
      *> corrects an adjustment, which this report does not show).
       01  MAX-TRANSFERS PIC 9(3) VALUE 100.
       01  TRANSFER-COUNT PIC 9(3) VALUE 0.
       01  TRANSFER-TABLE.
           05  TRANSFER-ENTRY OCCURS 100 TIMES INDEXED BY XFR-IDX.
               10  XFR-PERIOD      PIC X(6).
               10  XFR-NAME        PIC X(20).
               10  XFR-UJ          PIC S9(15).
               10  XFR-CENTER      PIC X(20).
       01  WS-FROM-CENTER PIC X(20).
       01  WS-XFR-UJ     PIC 9(15).
       01  WS-FOUND      PIC 9(1).
       01  WS-MATCH-IDX  PIC 9(3).

       01  WS-CONSUMED-KWH PIC 9(9)V9(6) COMP-3.
       01  WS-REMAIN-KWH   PIC S9(9)V9(6) COMP-3.
       01  REMAIN-DISP     PIC -(6)9.9(3).
       01  PROJ-DISP       PIC Z(6)9.9(3).

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
       01  WS-LOOKUP-PROG   PIC X(20).
       01  WS-LOOKUP-CENTER PIC X(20).
       01  WS-IS-PROGRAM    PIC X.

      *> the centers the report has a section for, in name order.
       01  MAX-CENTERS   PIC 9(3) VALUE 100.
       01  CENTER-COUNT  PIC 9(3) VALUE 0.
       01  CENTER-TABLE.
           05  CENTER-NAME OCCURS 100 TIMES INDEXED BY CTR-IDX
                               PIC X(20).
       01  WS-SORT-CHANGED PIC X.
       01  SWAP-IDX      PIC 9(3).
       01  TEMP-CENTER   PIC X(20).

      *> the shared report writer's request area - the variance
      *> table goes through report_writer (console echo plus a
      *> cataloged, paged spool file).
               STOP RUN
           END-IF
           PERFORM Load-Ledger
           ACCEPT WS-MAPPING-ENV FROM ENVIRONMENT
               "COBJOULES_COST_CENTERS"
           IF WS-MAPPING-ENV NOT = SPACES
               MOVE WS-MAPPING-ENV TO WS-MAPPING-PATH
           END-IF
           PERFORM Load-Mapping
           PERFORM Assign-Centers
           PERFORM VARYING XFR-IDX FROM 1 BY 1
               UNTIL XFR-IDX > TRANSFER-COUNT
               PERFORM Apply-Transfer
           END-PERFORM
           PERFORM Sort-Centers

           MOVE "OPEN" TO RPT-ACTION
           MOVE "energy_budget_report" TO RPT-PROGRAM
                  WS-CUR-PERIOD DELIMITED BY SIZE
               INTO RPT-PARMS
           CALL "report_writer" USING REPORT-REQUEST
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT
               PERFORM Report-One-Center
           END-PERFORM
           MOVE "CLOSE" TO RPT-ACTION
           CALL "report_writer" USING REPORT-REQUEST
           STOP RUN.

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
           MOVE "Period  Program/center       Allowed(kWh) "
               & "Consumed(kWh)  Remaining(kWh)" TO RPT-LINE
           PERFORM Write-Report-Line
           PERFORM VARYING BUD-IDX FROM 1 BY 1
               UNTIL BUD-IDX > BUDGET-COUNT
               IF BUD-CENTER(BUD-IDX) = CENTER-NAME(CTR-IDX)
                   PERFORM Report-One-Budget
               END-IF
           END-PERFORM

           PERFORM VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > BUCKET-COUNT
               IF BKT-BUDGETED(BKT-IDX) NOT = 'Y'
                       AND BKT-CENTER(BKT-IDX) = CENTER-NAME(CTR-IDX)
                   COMPUTE WS-CONSUMED-KWH =
                       BKT-UJ(BKT-IDX) / 3600000000000
                   MOVE WS-CONSUMED-KWH TO KWH-DISP
                   PERFORM Write-Report-Line
               END-IF
           END-PERFORM
           .

       Write-Report-Line.
           MOVE "LINE" TO RPT-ACTION
           .

       Load-Ledger-Record.
           MOVE SPACES TO L-KIND L-PERIOD L-NAME L-UJ L-ORIG
               L-CENTER
           UNSTRING LEDGER-RECORD DELIMITED BY ","
               INTO L-KIND L-PERIOD L-NAME L-UJ L-ORIG L-CENTER
           END-UNSTRING
           IF FUNCTION TRIM(L-KIND) = "TRANSFER"
                   AND L-ORIG = SPACES
                   AND L-CENTER NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(L-UJ)) = 0
               IF TRANSFER-COUNT < MAX-TRANSFERS
                   ADD 1 TO TRANSFER-COUNT
                   SET XFR-IDX TO TRANSFER-COUNT
                   MOVE L-PERIOD(1:6) TO XFR-PERIOD(XFR-IDX)
                   MOVE FUNCTION TRIM(L-NAME) TO XFR-NAME(XFR-IDX)
                   COMPUTE XFR-UJ(XFR-IDX) = FUNCTION NUMVAL(
                       FUNCTION TRIM(L-UJ))
                   MOVE FUNCTION TRIM(L-CENTER) TO XFR-CENTER(XFR-IDX)
               ELSE
                   DISPLAY "energy_budget_report: WARNING - transfer "
                       "table full (" MAX-TRANSFERS "), "
                       FUNCTION TRIM(L-NAME) " to "
                       FUNCTION TRIM(L-CENTER)
                       " stays with the program's center"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(L-KIND) = "BUCKET"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(L-UJ)) = 0
           END-IF
           .

       Load-Mapping.
      *> no mapping file just means every program the benchmark
      *> master has no center for lands on DEFAULT or UNASSIGNED.
           SET RPT-NOT-AT-END TO TRUE
           OPEN INPUT MAPPING-FILE
           IF MAP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RPT-AT-END
               READ MAPPING-FILE
                   AT END
                       SET RPT-AT-END TO TRUE
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

       Assign-Centers.
           PERFORM VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > BUCKET-COUNT
               MOVE BKT-NAME(BKT-IDX) TO WS-LOOKUP-PROG
               PERFORM Map-Program-To-Center
               MOVE WS-LOOKUP-CENTER TO BKT-CENTER(BKT-IDX)
               PERFORM Note-Center
           END-PERFORM
           PERFORM VARYING BUD-IDX FROM 1 BY 1
               UNTIL BUD-IDX > BUDGET-COUNT
               PERFORM Assign-Budget-Center
               MOVE WS-LOOKUP-CENTER TO BUD-CENTER(BUD-IDX)
               PERFORM Note-Center
           END-PERFORM
           .

       Apply-Transfer.
      *> cost_invoice's own-period transfer: what the bucket holds
      *> moves, never more, and a center with nothing to move to
      *> keeps it.
           MOVE XFR-NAME(XFR-IDX) TO WS-LOOKUP-PROG
           PERFORM Map-Program-To-Center
           IF WS-LOOKUP-CENTER = XFR-CENTER(XFR-IDX)
                   OR XFR-UJ(XFR-IDX) NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-CENTER TO WS-FROM-CENTER
           PERFORM Find-Center-Bucket
           IF WS-FOUND NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE XFR-UJ(XFR-IDX) TO WS-XFR-UJ
           IF WS-XFR-UJ > BKT-UJ(BKT-IDX)
               MOVE BKT-UJ(BKT-IDX) TO WS-XFR-UJ
           END-IF
           MOVE XFR-CENTER(XFR-IDX) TO WS-LOOKUP-CENTER
           PERFORM Find-Center-Bucket
           IF WS-FOUND = 0
               IF BUCKET-COUNT >= MAX-BUCKETS
                   DISPLAY "energy_budget_report: WARNING - bucket "
                       "table full (" MAX-BUCKETS "), "
                       FUNCTION TRIM(XFR-NAME(XFR-IDX)) " to "
                       FUNCTION TRIM(XFR-CENTER(XFR-IDX))
                       " stays with the program's center"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BUCKET-COUNT
               SET BKT-IDX TO BUCKET-COUNT
               MOVE XFR-PERIOD(XFR-IDX) TO BKT-PERIOD(BKT-IDX)
               MOVE XFR-NAME(XFR-IDX) TO BKT-NAME(BKT-IDX)
               MOVE 0 TO BKT-UJ(BKT-IDX)
               MOVE 'N' TO BKT-BUDGETED(BKT-IDX)
               MOVE WS-LOOKUP-CENTER TO BKT-CENTER(BKT-IDX)
               PERFORM Note-Center
           END-IF
           ADD WS-XFR-UJ TO BKT-UJ(BKT-IDX)
           MOVE WS-FROM-CENTER TO WS-LOOKUP-CENTER
           PERFORM Find-Center-Bucket
           SUBTRACT WS-XFR-UJ FROM BKT-UJ(BKT-IDX)
           .

       Find-Center-Bucket.
      *> the transfer's program and period at WS-LOOKUP-CENTER.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > BUCKET-COUNT OR WS-FOUND = 1
               IF BKT-PERIOD(BKT-IDX) = XFR-PERIOD(XFR-IDX)
                       AND BKT-NAME(BKT-IDX) = XFR-NAME(XFR-IDX)
                       AND BKT-CENTER(BKT-IDX) = WS-LOOKUP-CENTER
                   MOVE 1 TO WS-FOUND
                   MOVE BKT-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET BKT-IDX TO WS-MATCH-IDX
           END-IF
           .

       Assign-Budget-Center.
      *> a name the ledger, the mapping file or the benchmark
      *> master knows as a program is that program's budget;
      *> anything else is taken as a center's own allowance.
           MOVE BUD-NAME(BUD-IDX) TO WS-LOOKUP-PROG
           MOVE 'N' TO WS-IS-PROGRAM
           PERFORM VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > BUCKET-COUNT OR WS-IS-PROGRAM = 'Y'
               IF BKT-NAME(BKT-IDX) = WS-LOOKUP-PROG
                   MOVE 'Y' TO WS-IS-PROGRAM
               END-IF
           END-PERFORM
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-COUNT OR WS-IS-PROGRAM = 'Y'
               IF MAP-PROG(MAP-IDX) = WS-LOOKUP-PROG
                   MOVE 'Y' TO WS-IS-PROGRAM
               END-IF
           END-PERFORM
           IF WS-IS-PROGRAM = 'N'
               MOVE "PROGRAM" TO BMR-ACTION
               MOVE WS-LOOKUP-PROG TO BMR-KEY
               CALL "bench_master" USING BENCH-REQUEST
               IF BMR-FOUND
                   MOVE 'Y' TO WS-IS-PROGRAM
               END-IF
           END-IF
           IF WS-IS-PROGRAM = 'Y'
               PERFORM Map-Program-To-Center
           ELSE
               MOVE BUD-NAME(BUD-IDX) TO WS-LOOKUP-CENTER
           END-IF
           .

       Map-Program-To-Center.
           MOVE SPACES TO WS-LOOKUP-CENTER
           MOVE "PROGRAM" TO BMR-ACTION
           MOVE WS-LOOKUP-PROG TO BMR-KEY
           CALL "bench_master" USING BENCH-REQUEST
           IF BMR-FOUND AND BMR-CENTER NOT = SPACES
               MOVE BMR-CENTER TO WS-LOOKUP-CENTER
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-COUNT
               IF MAP-PROG(MAP-IDX) = WS-LOOKUP-PROG
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
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT
               IF CENTER-NAME(CTR-IDX) = WS-LOOKUP-CENTER
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CENTER-COUNT < MAX-CENTERS
               ADD 1 TO CENTER-COUNT
               MOVE WS-LOOKUP-CENTER TO CENTER-NAME(CENTER-COUNT)
           END-IF
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

       Report-One-Budget.
           MOVE 0 TO WS-CONSUMED-KWH
           PERFORM VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > BUCKET-COUNT
               IF BKT-PERIOD(BKT-IDX) = BUD-PERIOD(BUD-IDX)
                       AND BKT-NAME(BKT-IDX) = BUD-NAME(BUD-IDX)
                       AND BKT-CENTER(BKT-IDX) = BUD-CENTER(BUD-IDX)
      *> 1 kWh = 3.6e12 uJ, the same chain of conversions
      *> energy_cost applies.
                   COMPUTE WS-CONSUMED-KWH = WS-CONSUMED-KWH
