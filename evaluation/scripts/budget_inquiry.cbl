       IDENTIFICATION DIVISION.
       PROGRAM-ID. budget-inquiry.
       AUTHOR. Shiva9361.

      *> Budget and invoice inquiry screen: energy_browse covers the
      *> measurements, but the money side - energy-budget-ledger
      *> buckets, the energy-budgets allowances and the invoices
      *> cost_invoice wrote - was only ever read out by hand. This
      *> shows it in the same SCREEN SECTION style, three levels
      *> deep:
      *>
      *>   centers  - one row per period and cost center: the
      *>              allowance (energy-budgets rows naming the
      *>              center, plus rows naming any program mapped
      *>              to it), consumed (the period's BUCKETs for the
      *>              center's programs - the figure energy_budget_
      *>              report and the invoice use, after any
      *>              TRANSFER has moved a request's energy to the
      *>              requesting center), remaining, and
      *>              the invoice number and amount once
      *>              cost_invoice has billed the period ("open"
      *>              until then). Newest period first.
      *>   programs - the chosen center's BUCKETs for the period,
      *>              one per program, and any ADJUST that landed
      *>              in the period, tagged with the closed period
      *>              it corrects.
      *>   runs     - the POSTED runs behind one bucket: their data
      *>              lines for that program and month, from
      *>              energy-archive.log then energy.log (the
      *>              budget_reconcile merge order), with a VOIDED
      *>              marker on any run the ledger or the run-voids
      *>              register (run_void_check) has voided. A
      *>              monthly summary record archive_summarize left
      *>              in the archive shows as one "(summary)" row.
      *>
      *> Programs map to centers exactly as cost_invoice maps them:
      *> the benchmark master's center, else the "cost-centers"
      *> mapping file (COBJOULES_COST_CENTERS overrides the path),
      *> else its DEFAULT record, else UNASSIGNED.
      *>
      *> Commands:
      *>   <n>  - drill into row n (centers and programs lists)
      *>   N/P  - next / previous page
      *>   F    - period filter, YYYYMM (centers list; blank clears)
      *>   B    - back up one level
      *>   Q    - quit
      *>
      *> Every file is opened INPUT only - the screen changes
      *> nothing, so anyone may use it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPPING-FILE ASSIGN TO WS-MAPPING-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS MAP-FS.

           SELECT BUDGET-FILE ASSIGN TO "energy-budgets"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BUD-FS.

           SELECT LEDGER-FILE ASSIGN TO "energy-budget-ledger"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LED-FS.

           SELECT INVOICE-IN ASSIGN TO WS-INVOICE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS INV-FS.

           SELECT ARCHIVE-LOG-IN ASSIGN TO "energy-archive.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCH-FS.

           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ELOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAPPING-FILE.
       01  MAPPING-RECORD PIC X(60).

       FD  BUDGET-FILE.
       01  BUDGET-RECORD PIC X(60).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD PIC X(80).

       FD  INVOICE-IN.
       01  INVOICE-RECORD PIC X(100).

       FD  ARCHIVE-LOG-IN.
       01  ARCH-RECORD PIC X(320).

       FD  ENERGY-LOG-IN.
       01  ELOG-RECORD PIC X(320).

       WORKING-STORAGE SECTION.
       01  MAP-FS        PIC XX.
       01  BUD-FS        PIC XX.
       01  LED-FS        PIC XX.
       01  INV-FS        PIC XX.
       01  ARCH-FS       PIC XX.
       01  ELOG-FS       PIC XX.
       01  BIQ-EOF       PIC X VALUE 'N'.
           88  BIQ-AT-END     VALUE 'Y'.
           88  BIQ-NOT-AT-END VALUE 'N'.

      *> parsed energy.log line - populated by the shared reader
      *> subprogram energy_log_read.
       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".

      *> benchmark-master lookup - the first place a program's cost
      *> center is looked for.
       COPY "benchmst.cpy".

       01  WS-MAPPING-PATH PIC X(100) VALUE "cost-centers".
       01  WS-MAPPING-ENV  PIC X(100) VALUE SPACES.
       01  WS-INVOICE-PATH PIC X(80).

       01  F-MAP-PROG    PIC X(20).
       01  F-MAP-CENTER  PIC X(20).
       01  MAX-MAPS      PIC 9(2) VALUE 50.
       01  MAP-COUNT     PIC 9(2) VALUE 0.
       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 50 TIMES INDEXED BY MAP-IDX.
               10  MAP-PROG   PIC X(20).
               10  MAP-CENTER PIC X(20).
       01  WS-DEFAULT-CENTER PIC X(20) VALUE SPACES.

       01  B-PERIOD      PIC X(8).
       01  B-NAME        PIC X(20).
       01  B-KWH         PIC X(15).
       01  MAX-BUDGETS   PIC 9(3) VALUE 200.
       01  BUDGET-COUNT  PIC 9(3) VALUE 0.
       01  BUDGET-TABLE.
           05  BUDGET-ENTRY OCCURS 200 TIMES INDEXED BY BUD-IDX.
               10  BUD-PERIOD  PIC X(6).
               10  BUD-NAME    PIC X(20).
               10  BUD-KWH     PIC 9(7)V9(3) COMP-3.

       01  L-KIND        PIC X(8).
       01  L-FIELD2      PIC X(21).
       01  L-FIELD3      PIC X(20).
       01  L-FIELD4      PIC X(16).
       01  L-FIELD5      PIC X(8).
       01  L-FIELD6      PIC X(20).

      *> the ledger's BUCKET and ADJUST records, one entry per
      *> (period, program, kind, corrected period), each with the
      *> center its program maps to.
       01  MAX-ITEMS     PIC 9(3) VALUE 500.
       01  ITEM-COUNT    PIC 9(3) VALUE 0.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 500 TIMES INDEXED BY ITM-IDX.
               10  ITM-PERIOD  PIC X(6).
               10  ITM-PROG    PIC X(20).
               10  ITM-KIND    PIC X.
                   88  ITM-IS-BUCKET VALUE 'B'.
                   88  ITM-IS-ADJUST VALUE 'A'.
               10  ITM-ORIG    PIC X(6).
               10  ITM-CENTER  PIC X(20).
               10  ITM-UJ      PIC S9(15).

      *> the ledger's TRANSFER records - a bench request's energy
      *> moved from the program's center to the center that asked
      *> for it, applied once every bucket is in, as cost_invoice
      *> applies them.
       01  MAX-TRANSFERS PIC 9(3) VALUE 200.
       01  TRANSFER-COUNT PIC 9(3) VALUE 0.
       01  TRANSFER-TABLE.
           05  TRANSFER-ENTRY OCCURS 200 TIMES INDEXED BY XFR-IDX.
               10  XFR-PERIOD      PIC X(6).
               10  XFR-NAME        PIC X(20).
               10  XFR-UJ          PIC S9(15).
               10  XFR-ORIG-PERIOD PIC X(6).
               10  XFR-CENTER      PIC X(20).
       01  WS-FROM-CENTER PIC X(20).
       01  WS-XFR-UJ     PIC 9(15).

      *> invoices cost_invoice recorded on the ledger.
       01  MAX-BILLED    PIC 9(3) VALUE 200.
       01  BILLED-COUNT  PIC 9(3) VALUE 0.
       01  BILLED-TABLE.
           05  BILLED-ENTRY OCCURS 200 TIMES INDEXED BY BIL-IDX.
               10  BILLED-PERIOD PIC X(6).
               10  BILLED-CENTER PIC X(20).
               10  BILLED-NO     PIC X(7).

       01  MAX-POSTED    PIC 9(3) VALUE 500.
       01  POSTED-COUNT  PIC 9(3) VALUE 0.
       01  POSTED-TABLE.
           05  POSTED-RUN OCCURS 500 TIMES INDEXED BY PST-IDX
                               PIC X(21).
       01  MAX-VOIDED    PIC 9(3) VALUE 500.
       01  VOIDED-COUNT  PIC 9(3) VALUE 0.
       01  VOIDED-TABLE.
           05  VOIDED-MARK OCCURS 500 TIMES INDEXED BY VOD-IDX
                               PIC X(21).
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

      *> one row per (period, center) - the centers list.
       01  MAX-CENTERS   PIC 9(3) VALUE 200.
       01  CENTER-COUNT  PIC 9(3) VALUE 0.
       01  CENTER-TABLE.
           05  CENTER-ENTRY OCCURS 200 TIMES INDEXED BY CTR-IDX.
               10  CTR-PERIOD    PIC X(6).
               10  CTR-NAME      PIC X(20).
               10  CTR-BUDGETED  PIC X.
               10  CTR-ALLOW-KWH PIC 9(7)V9(3) COMP-3.
               10  CTR-UJ        PIC S9(15).
               10  CTR-INV-NO    PIC X(7).
               10  CTR-INV-AMT   PIC X(14).
       01  TEMP-CENTER   PIC X(80).
       01  WS-SORT-CHANGED PIC X.
       01  SWAP-IDX      PIC 9(3).

      *> the rows the current screen pages through - indexes into
      *> CENTER-TABLE (centers list, after the period filter) or
      *> ITEM-TABLE (programs list).
       01  VIEW-COUNT    PIC 9(3) VALUE 0.
       01  VIEW-TABLE.
           05  VIEW-ROW OCCURS 500 TIMES PIC 9(3).
       01  WS-PERIOD-FILTER PIC X(6) VALUE SPACES.

      *> the runs behind one bucket.
       01  MAX-RUNS      PIC 9(3) VALUE 500.
       01  RUN-COUNT     PIC 9(3) VALUE 0.
       01  RUN-TABLE.
           05  RUN-ENTRY OCCURS 500 TIMES INDEXED BY RUN-IDX.
               10  RUN-ID-KEY    PIC X(21).
               10  RUN-FIRST-TS  PIC X(8).
               10  RUN-UJ        PIC 9(15).
               10  RUN-LINES     PIC 9(9).
               10  RUN-VOIDED    PIC X.
       01  WS-RUNS-DROPPED PIC 9(7) VALUE 0.

       01  WS-LOOKUP-PERIOD PIC X(6).
       01  WS-LOOKUP-PROG   PIC X(20).
       01  WS-LOOKUP-CENTER PIC X(20).
       01  WS-LOOKUP-ORIG   PIC X(6).
       01  WS-LOOKUP-KIND   PIC X.
       01  WS-LOOKUP-RUN    PIC X(21).
       01  WS-FOUND      PIC 9(1).
       01  WS-MATCH-IDX  PIC 9(3).
       01  WS-IS-PROGRAM PIC X.

       01  WS-TOKEN-1    PIC X(20).
       01  WS-TOKEN-2    PIC X(20).
       01  WS-TOKEN-3    PIC X(20).

       01  WS-SEL-CENTER PIC 9(3) VALUE 0.
       01  WS-SEL-ITEM   PIC 9(3) VALUE 0.
       01  WS-SEL-NO     PIC 9(3).

       01  WS-KWH        PIC S9(9)V9(6) COMP-3.
       01  WS-REMAIN     PIC S9(9)V9(6) COMP-3.
       01  WS-PROG-ALLOW PIC 9(7)V9(3) COMP-3.
       01  WS-PROG-BUDGETED PIC X.

      *> paging state: 15 rows per page on every screen.
       01  WS-PAGE-SIZE  PIC 9(2) VALUE 15.
       01  WS-PAGE-TOP   PIC 9(3) VALUE 1.
       01  WS-ROW-NO     PIC 9(3).

       01  WS-SCREEN-LINE PIC 9(3) VALUE 4.
       01  WS-ROW-TEXT    PIC X(130).
       01  WS-COMMAND     PIC X(21) VALUE SPACES.
       01  WS-MODE        PIC X VALUE 'C'.
           88  CENTER-LIST-MODE  VALUE 'C'.
           88  PROGRAM-LIST-MODE VALUE 'P'.
           88  RUN-LIST-MODE     VALUE 'R'.
           88  INQUIRY-DONE      VALUE 'Q'.

       01  WS-ROW-NO-DISP PIC Z(2)9.
       01  KWH-DISP       PIC Z(6)9.9(3).
       01  ALLOW-DISP     PIC Z(6)9.9(3).
       01  REMAIN-DISP    PIC -(6)9.9(3).
       01  UJ-DISP        PIC -(15)9.
       01  COUNT-DISP     PIC Z(8)9.
       01  WS-ALLOW-TEXT  PIC X(11).
       01  WS-REMAIN-TEXT PIC X(11).
       01  WS-INVOICE-TEXT PIC X(7).

       SCREEN SECTION.
       01  BIQ-HEADER.
           05 BLANK SCREEN.
           05 LINE 1  COL 1 VALUE
               "COBJOULES - Budget and Invoice Inquiry".
           05 LINE 2  COL 1 VALUE
               "======================================".

       01  BIQ-ROW.
           05 LINE WS-SCREEN-LINE COL 1 PIC X(130) FROM WS-ROW-TEXT.

       01  BIQ-PROMPT.
           05 LINE WS-SCREEN-LINE COL 1 PIC X(130) FROM WS-ROW-TEXT.
           05 COL PLUS 2 PIC X(21) TO WS-COMMAND.

       PROCEDURE DIVISION.
       Main-Inquiry.
           ACCEPT WS-MAPPING-ENV FROM ENVIRONMENT
               "COBJOULES_COST_CENTERS"
           IF WS-MAPPING-ENV NOT = SPACES
               MOVE WS-MAPPING-ENV TO WS-MAPPING-PATH
           END-IF

           PERFORM Load-Mapping
           PERFORM Load-Budgets
           PERFORM Load-Ledger
           PERFORM VARYING XFR-IDX FROM 1 BY 1
               UNTIL XFR-IDX > TRANSFER-COUNT
               PERFORM Apply-Transfer
           END-PERFORM
           PERFORM Build-Center-Rows
           IF CENTER-COUNT = 0
               DISPLAY "budget_inquiry: no budgets, buckets or "
                   "invoices on file to show"
               STOP RUN
           END-IF
           PERFORM Sort-Center-Rows
           PERFORM Load-Center-View

           PERFORM UNTIL INQUIRY-DONE
               EVALUATE TRUE
                   WHEN CENTER-LIST-MODE
                       PERFORM Show-Center-List
                   WHEN PROGRAM-LIST-MODE
                       PERFORM Show-Program-List
                   WHEN OTHER
                       PERFORM Show-Run-List
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       Load-Mapping.
      *> the same mapping file, and the same reading of it, as
      *> cost_invoice - a missing file just means every program
      *> the benchmark master has no center for lands on DEFAULT
      *> or UNASSIGNED.
           SET BIQ-NOT-AT-END TO TRUE
           OPEN INPUT MAPPING-FILE
           IF MAP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BIQ-AT-END
               READ MAPPING-FILE
                   AT END
                       SET BIQ-AT-END TO TRUE
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

       Load-Budgets.
           SET BIQ-NOT-AT-END TO TRUE
           OPEN INPUT BUDGET-FILE
           IF BUD-FS NOT = "00"
      *> no allowances set yet - every row shows "(none)".
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BIQ-AT-END
               READ BUDGET-FILE
                   AT END
                       SET BIQ-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Budget-Record
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE
           .

       Load-Budget-Record.
           IF BUDGET-RECORD = SPACES OR BUDGET-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO B-PERIOD B-NAME B-KWH
           UNSTRING BUDGET-RECORD DELIMITED BY ","
               INTO B-PERIOD B-NAME B-KWH
           END-UNSTRING
           IF B-PERIOD(1:6) IS NOT NUMERIC
                   OR FUNCTION TRIM(B-NAME) = SPACES
                   OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(B-KWH)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF BUDGET-COUNT >= MAX-BUDGETS
               DISPLAY "budget_inquiry: WARNING - budget table full ("
                   MAX-BUDGETS "), later allowances not shown"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BUDGET-COUNT
           SET BUD-IDX TO BUDGET-COUNT
           MOVE B-PERIOD(1:6) TO BUD-PERIOD(BUD-IDX)
           MOVE FUNCTION TRIM(B-NAME) TO BUD-NAME(BUD-IDX)
           COMPUTE BUD-KWH(BUD-IDX) = FUNCTION NUMVAL(
               FUNCTION TRIM(B-KWH))
           .

       Load-Ledger.
           SET BIQ-NOT-AT-END TO TRUE
           OPEN INPUT LEDGER-FILE
           IF LED-FS NOT = "00"
      *> nothing posted yet - allowances alone can still be shown.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BIQ-AT-END
               READ LEDGER-FILE
                   AT END
                       SET BIQ-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Ledger-Record
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           .

       Load-Ledger-Record.
           MOVE SPACES TO L-KIND L-FIELD2 L-FIELD3 L-FIELD4
               L-FIELD5 L-FIELD6
           UNSTRING LEDGER-RECORD DELIMITED BY ","
               INTO L-KIND L-FIELD2 L-FIELD3 L-FIELD4 L-FIELD5
                   L-FIELD6
           END-UNSTRING
           EVALUATE FUNCTION TRIM(L-KIND)
               WHEN "BUCKET"
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(L-FIELD4))
                           = 0
                       MOVE 'B' TO WS-LOOKUP-KIND
                       MOVE SPACES TO WS-LOOKUP-ORIG
                       PERFORM Note-Ledger-Item
                   END-IF
               WHEN "ADJUST"
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(L-FIELD4))
                           = 0
                       MOVE 'A' TO WS-LOOKUP-KIND
                       MOVE L-FIELD5(1:6) TO WS-LOOKUP-ORIG
                       PERFORM Note-Ledger-Item
                   END-IF
               WHEN "TRANSFER"
                   IF L-FIELD6 NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(L-FIELD4)) = 0
                       IF TRANSFER-COUNT < MAX-TRANSFERS
                           ADD 1 TO TRANSFER-COUNT
                           SET XFR-IDX TO TRANSFER-COUNT
                           MOVE L-FIELD2(1:6) TO XFR-PERIOD(XFR-IDX)
                           MOVE FUNCTION TRIM(L-FIELD3)
                               TO XFR-NAME(XFR-IDX)
                           COMPUTE XFR-UJ(XFR-IDX) = FUNCTION NUMVAL(
                               FUNCTION TRIM(L-FIELD4))
                           MOVE L-FIELD5(1:6)
                               TO XFR-ORIG-PERIOD(XFR-IDX)
                           MOVE FUNCTION TRIM(L-FIELD6)
                               TO XFR-CENTER(XFR-IDX)
                       ELSE
                           DISPLAY "budget_inquiry: WARNING - transfer "
                               "table full (" MAX-TRANSFERS "), "
                               FUNCTION TRIM(L-FIELD3) " to "
                               FUNCTION TRIM(L-FIELD6)
                               " stays with the program's center"
                       END-IF
                   END-IF
               WHEN "INVOICED"
                   IF BILLED-COUNT < MAX-BILLED
                       ADD 1 TO BILLED-COUNT
                       SET BIL-IDX TO BILLED-COUNT
                       MOVE L-FIELD2(1:6) TO BILLED-PERIOD(BIL-IDX)
                       MOVE FUNCTION TRIM(L-FIELD3)
                           TO BILLED-CENTER(BIL-IDX)
                       MOVE FUNCTION TRIM(L-FIELD4)
                           TO BILLED-NO(BIL-IDX)
                   END-IF
               WHEN "POSTED"
                   IF POSTED-COUNT < MAX-POSTED
                       ADD 1 TO POSTED-COUNT
                       MOVE L-FIELD2 TO POSTED-RUN(POSTED-COUNT)
                   END-IF
               WHEN "VOIDED"
                   IF VOIDED-COUNT < MAX-VOIDED
                       ADD 1 TO VOIDED-COUNT
                       MOVE L-FIELD2 TO VOIDED-MARK(VOIDED-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Note-Ledger-Item.
      *> same find-or-add idiom as energy_budget_post's
      *> Find-Or-Add-Bucket, keyed on (period, program, kind,
      *> corrected period).
           MOVE L-FIELD2(1:6) TO WS-LOOKUP-PERIOD
           MOVE FUNCTION TRIM(L-FIELD3) TO WS-LOOKUP-PROG
           MOVE 0 TO WS-FOUND
           PERFORM VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > ITEM-COUNT OR WS-FOUND = 1
               IF ITM-PERIOD(ITM-IDX) = WS-LOOKUP-PERIOD
                       AND ITM-PROG(ITM-IDX) = WS-LOOKUP-PROG
                       AND ITM-KIND(ITM-IDX) = WS-LOOKUP-KIND
                       AND ITM-ORIG(ITM-IDX) = WS-LOOKUP-ORIG
                   MOVE 1 TO WS-FOUND
                   MOVE ITM-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET ITM-IDX TO WS-MATCH-IDX
           ELSE
               IF ITEM-COUNT >= MAX-ITEMS
                   DISPLAY "budget_inquiry: WARNING - bucket table "
                       "full (" MAX-ITEMS "), dropping "
                       WS-LOOKUP-PERIOD "/"
                       FUNCTION TRIM(WS-LOOKUP-PROG)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ITEM-COUNT
               SET ITM-IDX TO ITEM-COUNT
               MOVE WS-LOOKUP-PERIOD TO ITM-PERIOD(ITM-IDX)
               MOVE WS-LOOKUP-PROG TO ITM-PROG(ITM-IDX)
               MOVE WS-LOOKUP-KIND TO ITM-KIND(ITM-IDX)
               MOVE WS-LOOKUP-ORIG TO ITM-ORIG(ITM-IDX)
               MOVE 0 TO ITM-UJ(ITM-IDX)
               PERFORM Map-Program-To-Center
               MOVE WS-LOOKUP-CENTER TO ITM-CENTER(ITM-IDX)
           END-IF
           COMPUTE ITM-UJ(ITM-IDX) = ITM-UJ(ITM-IDX)
               + FUNCTION NUMVAL(FUNCTION TRIM(L-FIELD4))
           .

       Apply-Transfer.
      *> cost_invoice's Apply-Transfer: a prior-period transfer
      *> moves the signed amount between the adjustment lines; an
      *> own-period one moves what the bucket holds, never more.
           MOVE XFR-NAME(XFR-IDX) TO WS-LOOKUP-PROG
           PERFORM Map-Program-To-Center
           IF WS-LOOKUP-CENTER = XFR-CENTER(XFR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-CENTER TO WS-FROM-CENTER
           MOVE XFR-PERIOD(XFR-IDX) TO WS-LOOKUP-PERIOD
           IF XFR-ORIG-PERIOD(XFR-IDX) NOT = SPACES
               MOVE 'A' TO WS-LOOKUP-KIND
               MOVE XFR-ORIG-PERIOD(XFR-IDX) TO WS-LOOKUP-ORIG
               PERFORM Find-Or-Add-Center-Item
               IF WS-FOUND = 2
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT XFR-UJ(XFR-IDX) FROM ITM-UJ(ITM-IDX)
               MOVE XFR-CENTER(XFR-IDX) TO WS-LOOKUP-CENTER
               PERFORM Find-Or-Add-Center-Item
               IF WS-FOUND = 2
                   MOVE WS-FROM-CENTER TO WS-LOOKUP-CENTER
                   PERFORM Find-Or-Add-Center-Item
               END-IF
               ADD XFR-UJ(XFR-IDX) TO ITM-UJ(ITM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF XFR-UJ(XFR-IDX) NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'B' TO WS-LOOKUP-KIND
           MOVE SPACES TO WS-LOOKUP-ORIG
           PERFORM Find-Or-Add-Center-Item
           IF WS-FOUND = 2
               EXIT PARAGRAPH
           END-IF
           MOVE XFR-UJ(XFR-IDX) TO WS-XFR-UJ
           IF WS-XFR-UJ > ITM-UJ(ITM-IDX)
               MOVE ITM-UJ(ITM-IDX) TO WS-XFR-UJ
           END-IF
           SUBTRACT WS-XFR-UJ FROM ITM-UJ(ITM-IDX)
           MOVE XFR-CENTER(XFR-IDX) TO WS-LOOKUP-CENTER
           PERFORM Find-Or-Add-Center-Item
           IF WS-FOUND = 2
               MOVE WS-FROM-CENTER TO WS-LOOKUP-CENTER
               PERFORM Find-Or-Add-Center-Item
           END-IF
           ADD WS-XFR-UJ TO ITM-UJ(ITM-IDX)
           .

       Find-Or-Add-Center-Item.
      *> Note-Ledger-Item's lookup with the center in the key - a
      *> transferred program has a line at each center.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > ITEM-COUNT OR WS-FOUND = 1
               IF ITM-PERIOD(ITM-IDX) = WS-LOOKUP-PERIOD
                       AND ITM-PROG(ITM-IDX) = WS-LOOKUP-PROG
                       AND ITM-KIND(ITM-IDX) = WS-LOOKUP-KIND
                       AND ITM-ORIG(ITM-IDX) = WS-LOOKUP-ORIG
                       AND ITM-CENTER(ITM-IDX) = WS-LOOKUP-CENTER
                   MOVE 1 TO WS-FOUND
                   MOVE ITM-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET ITM-IDX TO WS-MATCH-IDX
               EXIT PARAGRAPH
           END-IF
           IF ITEM-COUNT >= MAX-ITEMS
               DISPLAY "budget_inquiry: WARNING - bucket table "
                   "full (" MAX-ITEMS "), "
                   FUNCTION TRIM(WS-LOOKUP-PROG) " to "
                   FUNCTION TRIM(WS-LOOKUP-CENTER)
                   " stays with the program's center"
               MOVE 2 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ITEM-COUNT
           SET ITM-IDX TO ITEM-COUNT
           MOVE WS-LOOKUP-PERIOD TO ITM-PERIOD(ITM-IDX)
           MOVE WS-LOOKUP-PROG TO ITM-PROG(ITM-IDX)
           MOVE WS-LOOKUP-KIND TO ITM-KIND(ITM-IDX)
           MOVE WS-LOOKUP-ORIG TO ITM-ORIG(ITM-IDX)
           MOVE WS-LOOKUP-CENTER TO ITM-CENTER(ITM-IDX)
           MOVE 0 TO ITM-UJ(ITM-IDX)
           MOVE 1 TO WS-FOUND
           .

       Map-Program-To-Center.
      *> cost_invoice's mapping, so a center here is the center
      *> the invoice bills.
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

       Build-Center-Rows.
           PERFORM VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > ITEM-COUNT
               IF ITM-IS-BUCKET(ITM-IDX)
                   MOVE ITM-PERIOD(ITM-IDX) TO WS-LOOKUP-PERIOD
                   MOVE ITM-CENTER(ITM-IDX) TO WS-LOOKUP-CENTER
                   PERFORM Find-Or-Add-Center
                   IF WS-FOUND NOT = 2
                       ADD ITM-UJ(ITM-IDX) TO CTR-UJ(CTR-IDX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING BUD-IDX FROM 1 BY 1
               UNTIL BUD-IDX > BUDGET-COUNT
               PERFORM Apply-One-Budget
           END-PERFORM

           PERFORM VARYING BIL-IDX FROM 1 BY 1
               UNTIL BIL-IDX > BILLED-COUNT
               MOVE BILLED-PERIOD(BIL-IDX) TO WS-LOOKUP-PERIOD
               MOVE BILLED-CENTER(BIL-IDX) TO WS-LOOKUP-CENTER
               PERFORM Find-Or-Add-Center
               IF WS-FOUND NOT = 2
                   MOVE BILLED-NO(BIL-IDX) TO CTR-INV-NO(CTR-IDX)
                   PERFORM Read-Invoice-Total
               END-IF
           END-PERFORM
           .

       Apply-One-Budget.
      *> an energy-budgets row names either a program or a center:
      *> a name the ledger, the mapping file or the benchmark master
      *> knows as a program counts toward that program's center,
      *> anything else is taken as a center's own allowance.
           MOVE BUD-NAME(BUD-IDX) TO WS-LOOKUP-PROG
           MOVE 'N' TO WS-IS-PROGRAM
           PERFORM VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > ITEM-COUNT OR WS-IS-PROGRAM = 'Y'
               IF ITM-PROG(ITM-IDX) = WS-LOOKUP-PROG
                   MOVE 'Y' TO WS-IS-PROGRAM
                   MOVE ITM-CENTER(ITM-IDX) TO WS-LOOKUP-CENTER
               END-IF
           END-PERFORM
           IF WS-IS-PROGRAM = 'N'
               PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
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
           END-IF
           MOVE BUD-PERIOD(BUD-IDX) TO WS-LOOKUP-PERIOD
           PERFORM Find-Or-Add-Center
           IF WS-FOUND NOT = 2
               MOVE 'Y' TO CTR-BUDGETED(CTR-IDX)
               ADD BUD-KWH(BUD-IDX) TO CTR-ALLOW-KWH(CTR-IDX)
           END-IF
           .

       Find-Or-Add-Center.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT OR WS-FOUND = 1
               IF CTR-PERIOD(CTR-IDX) = WS-LOOKUP-PERIOD
                       AND CTR-NAME(CTR-IDX) = WS-LOOKUP-CENTER
                   MOVE 1 TO WS-FOUND
                   MOVE CTR-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET CTR-IDX TO WS-MATCH-IDX
           END-IF
           IF WS-FOUND = 0
               IF CENTER-COUNT >= MAX-CENTERS
                   DISPLAY "budget_inquiry: WARNING - center table "
                       "full (" MAX-CENTERS "), dropping "
                       WS-LOOKUP-PERIOD "/"
                       FUNCTION TRIM(WS-LOOKUP-CENTER)
                   MOVE 2 TO WS-FOUND
               ELSE
                   ADD 1 TO CENTER-COUNT
                   SET CTR-IDX TO CENTER-COUNT
                   MOVE WS-LOOKUP-PERIOD TO CTR-PERIOD(CTR-IDX)
                   MOVE WS-LOOKUP-CENTER TO CTR-NAME(CTR-IDX)
                   MOVE 'N' TO CTR-BUDGETED(CTR-IDX)
                   MOVE 0 TO CTR-ALLOW-KWH(CTR-IDX)
                   MOVE 0 TO CTR-UJ(CTR-IDX)
                   MOVE SPACES TO CTR-INV-NO(CTR-IDX)
                   MOVE SPACES TO CTR-INV-AMT(CTR-IDX)
                   MOVE 1 TO WS-FOUND
               END-IF
           END-IF
           .

       Read-Invoice-Total.
      *> the amount is read back off the invoice document itself -
      *> its "TOTAL <kWh> <amount>" line - so the screen shows what
      *> was actually sent, not a re-pricing at today's rate.
           MOVE SPACES TO WS-INVOICE-PATH
           STRING "invoice-" DELIMITED BY SIZE
                  CTR-PERIOD(CTR-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(CTR-NAME(CTR-IDX)) DELIMITED BY SIZE
               INTO WS-INVOICE-PATH
           MOVE "(no file)" TO CTR-INV-AMT(CTR-IDX)
           SET BIQ-NOT-AT-END TO TRUE
           OPEN INPUT INVOICE-IN
           IF INV-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BIQ-AT-END
               READ INVOICE-IN
                   AT END
                       SET BIQ-AT-END TO TRUE
                   NOT AT END
                       IF INVOICE-RECORD(1:6) = "TOTAL "
                           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2
                               WS-TOKEN-3
                           UNSTRING INVOICE-RECORD
                               DELIMITED BY ALL SPACE
                               INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
                           END-UNSTRING
                           MOVE WS-TOKEN-3 TO CTR-INV-AMT(CTR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-IN
           .

       Sort-Center-Rows.
      *> newest period first, centers alphabetical within it - the
      *> small-table exchange sort regression_hunt uses.
           MOVE 'Y' TO WS-SORT-CHANGED
           PERFORM UNTIL WS-SORT-CHANGED = 'N'
               MOVE 'N' TO WS-SORT-CHANGED
               PERFORM VARYING CTR-IDX FROM 1 BY 1
                   UNTIL CTR-IDX >= CENTER-COUNT
                   SET SWAP-IDX TO CTR-IDX
                   ADD 1 TO SWAP-IDX
                   IF CTR-PERIOD(CTR-IDX) < CTR-PERIOD(SWAP-IDX)
                           OR (CTR-PERIOD(CTR-IDX) =
                               CTR-PERIOD(SWAP-IDX)
                           AND CTR-NAME(CTR-IDX) >
                               CTR-NAME(SWAP-IDX))
                       MOVE CENTER-ENTRY(CTR-IDX) TO TEMP-CENTER
                       MOVE CENTER-ENTRY(SWAP-IDX)
                           TO CENTER-ENTRY(CTR-IDX)
                       MOVE TEMP-CENTER TO CENTER-ENTRY(SWAP-IDX)
                       MOVE 'Y' TO WS-SORT-CHANGED
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       Load-Center-View.
           MOVE 0 TO VIEW-COUNT
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT
               IF WS-PERIOD-FILTER = SPACES
                       OR CTR-PERIOD(CTR-IDX) = WS-PERIOD-FILTER
                   ADD 1 TO VIEW-COUNT
                   SET VIEW-ROW(VIEW-COUNT) TO CTR-IDX
               END-IF
           END-PERFORM
           .

       Load-Program-View.
      *> the selected center's buckets for its period, then the
      *> adjustments that landed in the period.
           MOVE 0 TO VIEW-COUNT
           SET CTR-IDX TO WS-SEL-CENTER
           PERFORM VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > ITEM-COUNT
               IF ITM-IS-BUCKET(ITM-IDX)
                       AND ITM-PERIOD(ITM-IDX) = CTR-PERIOD(CTR-IDX)
                       AND ITM-CENTER(ITM-IDX) = CTR-NAME(CTR-IDX)
                   ADD 1 TO VIEW-COUNT
                   SET VIEW-ROW(VIEW-COUNT) TO ITM-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING ITM-IDX FROM 1 BY 1
               UNTIL ITM-IDX > ITEM-COUNT
               IF ITM-IS-ADJUST(ITM-IDX)
                       AND ITM-PERIOD(ITM-IDX) = CTR-PERIOD(CTR-IDX)
                       AND ITM-CENTER(ITM-IDX) = CTR-NAME(CTR-IDX)
                   ADD 1 TO VIEW-COUNT
                   SET VIEW-ROW(VIEW-COUNT) TO ITM-IDX
               END-IF
           END-PERFORM
           .

       Show-Center-List.
           DISPLAY BIQ-HEADER
           MOVE 3 TO WS-SCREEN-LINE
           MOVE SPACES TO WS-ROW-TEXT
           STRING "Period filter: " DELIMITED BY SIZE
                  WS-PERIOD-FILTER DELIMITED BY SIZE
               INTO WS-ROW-TEXT
           DISPLAY BIQ-ROW
           ADD 1 TO WS-SCREEN-LINE
           MOVE "No.  Period Center               Allowed(kWh) "
               & "Consumed(kWh) Remaining(kWh) Invoice Amount($)"
               TO WS-ROW-TEXT
           DISPLAY BIQ-ROW
           ADD 1 TO WS-SCREEN-LINE

           PERFORM VARYING WS-ROW-NO FROM WS-PAGE-TOP BY 1
               UNTIL WS-ROW-NO > VIEW-COUNT
                   OR WS-ROW-NO >= WS-PAGE-TOP + WS-PAGE-SIZE
               SET CTR-IDX TO VIEW-ROW(WS-ROW-NO)
               PERFORM Format-Center-Figures
               MOVE WS-ROW-NO TO WS-ROW-NO-DISP
               MOVE SPACES TO WS-ROW-TEXT
               STRING WS-ROW-NO-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CTR-PERIOD(CTR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CTR-NAME(CTR-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ALLOW-TEXT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      KWH-DISP DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      WS-REMAIN-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-INVOICE-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CTR-INV-AMT(CTR-IDX) DELIMITED BY SIZE
                   INTO WS-ROW-TEXT
               DISPLAY BIQ-ROW
               ADD 1 TO WS-SCREEN-LINE
           END-PERFORM

           ADD 1 TO WS-SCREEN-LINE
           MOVE "Row number to view, N=next page, P=prev, "
               & "F=period filter, Q=quit:" TO WS-ROW-TEXT
           MOVE SPACES TO WS-COMMAND
           DISPLAY BIQ-PROMPT
           ACCEPT BIQ-PROMPT
           PERFORM Handle-Center-Command
           .

       Format-Center-Figures.
      *> consumed, remaining and invoice columns for CTR-IDX.
           COMPUTE WS-KWH = CTR-UJ(CTR-IDX) / 3600000000000
           MOVE WS-KWH TO KWH-DISP
           IF CTR-BUDGETED(CTR-IDX) = 'Y'
               MOVE CTR-ALLOW-KWH(CTR-IDX) TO ALLOW-DISP
               MOVE ALLOW-DISP TO WS-ALLOW-TEXT
               COMPUTE WS-REMAIN = CTR-ALLOW-KWH(CTR-IDX) - WS-KWH
               MOVE WS-REMAIN TO REMAIN-DISP
               MOVE REMAIN-DISP TO WS-REMAIN-TEXT
           ELSE
               MOVE "     (none)" TO WS-ALLOW-TEXT
               MOVE SPACES TO WS-REMAIN-TEXT
           END-IF
           IF CTR-INV-NO(CTR-IDX) = SPACES
               MOVE "open" TO WS-INVOICE-TEXT
           ELSE
               MOVE CTR-INV-NO(CTR-IDX) TO WS-INVOICE-TEXT
           END-IF
           .

       Handle-Center-Command.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
               WHEN "Q"
                   SET INQUIRY-DONE TO TRUE
               WHEN "N"
                   IF WS-PAGE-TOP + WS-PAGE-SIZE <= VIEW-COUNT
                       ADD WS-PAGE-SIZE TO WS-PAGE-TOP
                   END-IF
               WHEN "P"
                   PERFORM Page-Back
               WHEN "F"
                   PERFORM Ask-Period-Filter
               WHEN OTHER
                   PERFORM Read-Row-Number
                   IF WS-SEL-NO >= 1 AND WS-SEL-NO <= VIEW-COUNT
                       MOVE VIEW-ROW(WS-SEL-NO) TO WS-SEL-CENTER
                       SET PROGRAM-LIST-MODE TO TRUE
                       MOVE 1 TO WS-PAGE-TOP
                       PERFORM Load-Program-View
                   END-IF
           END-EVALUATE
           .

       Ask-Period-Filter.
           ADD 1 TO WS-SCREEN-LINE
           MOVE "Period to show, YYYYMM (blank clears):"
               TO WS-ROW-TEXT
           MOVE SPACES TO WS-COMMAND
           DISPLAY BIQ-PROMPT
           ACCEPT BIQ-PROMPT
           IF WS-COMMAND = SPACES
               MOVE SPACES TO WS-PERIOD-FILTER
           ELSE
               IF FUNCTION TRIM(WS-COMMAND) IS NUMERIC
                   MOVE FUNCTION TRIM(WS-COMMAND) TO WS-PERIOD-FILTER
               END-IF
           END-IF
           MOVE 1 TO WS-PAGE-TOP
           PERFORM Load-Center-View
           .

       Read-Row-Number.
           MOVE 0 TO WS-SEL-NO
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-COMMAND)) = 0
               COMPUTE WS-SEL-NO = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-COMMAND))
           END-IF
           .

       Page-Back.
           IF WS-PAGE-TOP > WS-PAGE-SIZE
               SUBTRACT WS-PAGE-SIZE FROM WS-PAGE-TOP
           ELSE
               MOVE 1 TO WS-PAGE-TOP
           END-IF
           .

       Show-Program-List.
           DISPLAY BIQ-HEADER
           SET CTR-IDX TO WS-SEL-CENTER
           PERFORM Format-Center-Figures
           MOVE 3 TO WS-SCREEN-LINE
           MOVE SPACES TO WS-ROW-TEXT
           STRING "Period " DELIMITED BY SIZE
                  CTR-PERIOD(CTR-IDX) DELIMITED BY SIZE
                  "  center " DELIMITED BY SIZE
                  FUNCTION TRIM(CTR-NAME(CTR-IDX)) DELIMITED BY SIZE
                  "  allowed " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ALLOW-TEXT) DELIMITED BY SIZE
                  "  consumed " DELIMITED BY SIZE
                  FUNCTION TRIM(KWH-DISP) DELIMITED BY SIZE
                  " kWh  invoice " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-INVOICE-TEXT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(CTR-INV-AMT(CTR-IDX))
                      DELIMITED BY SIZE
               INTO WS-ROW-TEXT
           DISPLAY BIQ-ROW
           ADD 1 TO WS-SCREEN-LINE
           MOVE "No.  Program              Consumed(kWh) "
               & "    Consumed(uJ) Allowed(kWh)  Note"
               TO WS-ROW-TEXT
           DISPLAY BIQ-ROW
           ADD 1 TO WS-SCREEN-LINE

           PERFORM VARYING WS-ROW-NO FROM WS-PAGE-TOP BY 1
               UNTIL WS-ROW-NO > VIEW-COUNT
                   OR WS-ROW-NO >= WS-PAGE-TOP + WS-PAGE-SIZE
               SET ITM-IDX TO VIEW-ROW(WS-ROW-NO)
               PERFORM Show-Program-Row
           END-PERFORM
           IF VIEW-COUNT = 0
               MOVE "(no buckets posted for this center and period)"
                   TO WS-ROW-TEXT
               DISPLAY BIQ-ROW
               ADD 1 TO WS-SCREEN-LINE
           END-IF

           ADD 1 TO WS-SCREEN-LINE
           MOVE "Bucket number for its runs, N=next page, P=prev, "
               & "B=back, Q=quit:" TO WS-ROW-TEXT
           MOVE SPACES TO WS-COMMAND
           DISPLAY BIQ-PROMPT
           ACCEPT BIQ-PROMPT
           PERFORM Handle-Program-Command
           .

       Show-Program-Row.
           COMPUTE WS-KWH = ITM-UJ(ITM-IDX) / 3600000000000
           MOVE WS-KWH TO REMAIN-DISP
           MOVE ITM-UJ(ITM-IDX) TO UJ-DISP
      *> the program's own allowance, when energy-budgets sets one.
           MOVE 'N' TO WS-PROG-BUDGETED
           MOVE 0 TO WS-PROG-ALLOW
           PERFORM VARYING BUD-IDX FROM 1 BY 1
               UNTIL BUD-IDX > BUDGET-COUNT
               IF BUD-PERIOD(BUD-IDX) = ITM-PERIOD(ITM-IDX)
                       AND BUD-NAME(BUD-IDX) = ITM-PROG(ITM-IDX)
                   MOVE 'Y' TO WS-PROG-BUDGETED
                   ADD BUD-KWH(BUD-IDX) TO WS-PROG-ALLOW
               END-IF
           END-PERFORM
           IF WS-PROG-BUDGETED = 'Y' AND ITM-IS-BUCKET(ITM-IDX)
               MOVE WS-PROG-ALLOW TO ALLOW-DISP
               MOVE ALLOW-DISP TO WS-ALLOW-TEXT
           ELSE
               MOVE SPACES TO WS-ALLOW-TEXT
           END-IF
           MOVE WS-ROW-NO TO WS-ROW-NO-DISP
           MOVE SPACES TO WS-ROW-TEXT
           IF ITM-IS-BUCKET(ITM-IDX)
               STRING WS-ROW-NO-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ITM-PROG(ITM-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REMAIN-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      UJ-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ALLOW-TEXT DELIMITED BY SIZE
                   INTO WS-ROW-TEXT
           ELSE
               STRING WS-ROW-NO-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ITM-PROG(ITM-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      REMAIN-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      UJ-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ALLOW-TEXT DELIMITED BY SIZE
                      "  ADJUST for closed " DELIMITED BY SIZE
                      ITM-ORIG(ITM-IDX) DELIMITED BY SIZE
                   INTO WS-ROW-TEXT
           END-IF
           DISPLAY BIQ-ROW
           ADD 1 TO WS-SCREEN-LINE
           .

       Handle-Program-Command.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
               WHEN "Q"
                   SET INQUIRY-DONE TO TRUE
               WHEN "B"
                   SET CENTER-LIST-MODE TO TRUE
                   MOVE 1 TO WS-PAGE-TOP
                   PERFORM Load-Center-View
               WHEN "N"
                   IF WS-PAGE-TOP + WS-PAGE-SIZE <= VIEW-COUNT
                       ADD WS-PAGE-SIZE TO WS-PAGE-TOP
                   END-IF
               WHEN "P"
                   PERFORM Page-Back
               WHEN OTHER
                   PERFORM Read-Row-Number
                   IF WS-SEL-NO >= 1 AND WS-SEL-NO <= VIEW-COUNT
                       MOVE VIEW-ROW(WS-SEL-NO) TO WS-SEL-ITEM
                       SET RUN-LIST-MODE TO TRUE
                       MOVE 1 TO WS-PAGE-TOP
                       PERFORM Load-Run-Table
                   END-IF
           END-EVALUATE
           .

       Load-Run-Table.
      *> the posted runs whose data lines make up the bucket: the
      *> program's lines stamped in the bucket's month (for an
      *> adjustment, the closed month it corrects).
           MOVE 0 TO RUN-COUNT
           MOVE 0 TO WS-RUNS-DROPPED
           SET ITM-IDX TO WS-SEL-ITEM
           IF ITM-IS-ADJUST(ITM-IDX)
               MOVE ITM-ORIG(ITM-IDX) TO WS-LOOKUP-PERIOD
           ELSE
               MOVE ITM-PERIOD(ITM-IDX) TO WS-LOOKUP-PERIOD
           END-IF
           MOVE ITM-PROG(ITM-IDX) TO WS-LOOKUP-PROG

      *> archive first, then the live log - the budget_reconcile
      *> merge order.
           SET BIQ-NOT-AT-END TO TRUE
           OPEN INPUT ARCHIVE-LOG-IN
           IF ARCH-FS = "00"
               PERFORM UNTIL BIQ-AT-END
                   READ ARCHIVE-LOG-IN
                       AT END
                           SET BIQ-AT-END TO TRUE
                       NOT AT END
                           MOVE ARCH-RECORD TO ELOG-RAW-LINE
                           PERFORM Tally-Run-Line
                               THRU Tally-Run-Line-Exit
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LOG-IN
           END-IF
           SET BIQ-NOT-AT-END TO TRUE
           OPEN INPUT ENERGY-LOG-IN
           IF ELOG-FS = "00"
               PERFORM UNTIL BIQ-AT-END
                   READ ENERGY-LOG-IN
                       AT END
                           SET BIQ-AT-END TO TRUE
                       NOT AT END
                           MOVE ELOG-RECORD TO ELOG-RAW-LINE
                           PERFORM Tally-Run-Line
                               THRU Tally-Run-Line-Exit
                   END-READ
               END-PERFORM
               CLOSE ENERGY-LOG-IN
           END-IF
           .

       Tally-Run-Line.
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED

           IF ELOG-IS-SUMMARY AND ELOG-LINE-VALID
               IF ELOG-SUM-PERIOD = WS-LOOKUP-PERIOD
                       AND FUNCTION TRIM(ELOG-PROGNAME) =
                           WS-LOOKUP-PROG
                   MOVE "(summary)" TO WS-LOOKUP-RUN
                   PERFORM Find-Or-Add-Run
                   IF WS-FOUND NOT = 2
                       ADD ELOG-DELTA-UJ TO RUN-UJ(RUN-IDX)
                       ADD ELOG-SUM-LINES TO RUN-LINES(RUN-IDX)
                       MOVE ELOG-SUM-PERIOD TO RUN-FIRST-TS(RUN-IDX)
                   END-IF
               END-IF
               GO TO Tally-Run-Line-Exit
           END-IF
      *> exactly the lines energy_budget_post accumulates.
           IF NOT ELOG-IS-DATA
               GO TO Tally-Run-Line-Exit
           END-IF
           IF NOT ELOG-LINE-VALID
               GO TO Tally-Run-Line-Exit
           END-IF
           IF ELOG-TIMESTAMP(1:6) NOT = WS-LOOKUP-PERIOD
               GO TO Tally-Run-Line-Exit
           END-IF
           IF FUNCTION TRIM(ELOG-PROGNAME) NOT = WS-LOOKUP-PROG
               GO TO Tally-Run-Line-Exit
           END-IF

           MOVE 0 TO WS-FOUND
           PERFORM VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > POSTED-COUNT OR WS-FOUND = 1
               IF FUNCTION TRIM(POSTED-RUN(PST-IDX)) =
                       FUNCTION TRIM(ELOG-RUNID)
                   MOVE 1 TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               GO TO Tally-Run-Line-Exit
           END-IF

           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-LOOKUP-RUN
           PERFORM Find-Or-Add-Run
           IF WS-FOUND = 2
               GO TO Tally-Run-Line-Exit
           END-IF
           ADD ELOG-DELTA-UJ TO RUN-UJ(RUN-IDX)
           ADD 1 TO RUN-LINES(RUN-IDX)
           .
       Tally-Run-Line-Exit.
           EXIT.

       Find-Or-Add-Run.
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
           END-IF
           IF WS-FOUND = 0
               IF RUN-COUNT >= MAX-RUNS
                   ADD 1 TO WS-RUNS-DROPPED
                   MOVE 2 TO WS-FOUND
               ELSE
                   ADD 1 TO RUN-COUNT
                   SET RUN-IDX TO RUN-COUNT
                   MOVE WS-LOOKUP-RUN TO RUN-ID-KEY(RUN-IDX)
                   MOVE ELOG-TIMESTAMP(1:8) TO RUN-FIRST-TS(RUN-IDX)
                   MOVE 0 TO RUN-UJ(RUN-IDX)
                   MOVE 0 TO RUN-LINES(RUN-IDX)
                   PERFORM Check-Run-Voided
                   MOVE 1 TO WS-FOUND
               END-IF
           END-IF
           .

       Check-Run-Voided.
      *> voided either way: a VOIDED record on the ledger, or the
      *> run-voids register.
           MOVE 'N' TO RUN-VOIDED(RUN-IDX)
           IF WS-LOOKUP-RUN = "(summary)"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VOD-IDX FROM 1 BY 1
               UNTIL VOD-IDX > VOIDED-COUNT
               IF FUNCTION TRIM(VOIDED-MARK(VOD-IDX)) =
                       WS-LOOKUP-RUN
                   MOVE 'Y' TO RUN-VOIDED(RUN-IDX)
               END-IF
           END-PERFORM
           IF RUN-VOIDED(RUN-IDX) = 'N'
               MOVE WS-LOOKUP-RUN TO WS-VOID-LOOKUP
               CALL "run_void_check" USING WS-VOID-LOOKUP
                   WS-VOIDED-FLAG
               MOVE WS-VOIDED-FLAG TO RUN-VOIDED(RUN-IDX)
           END-IF
           .

       Show-Run-List.
           DISPLAY BIQ-HEADER
           SET ITM-IDX TO WS-SEL-ITEM
           MOVE 3 TO WS-SCREEN-LINE
           MOVE RUN-COUNT TO COUNT-DISP
           MOVE SPACES TO WS-ROW-TEXT
           STRING "Bucket " DELIMITED BY SIZE
                  ITM-PERIOD(ITM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(ITM-PROG(ITM-IDX)) DELIMITED BY SIZE
                  "  lines stamped " DELIMITED BY SIZE
                  WS-LOOKUP-PERIOD DELIMITED BY SIZE
                  "  runs: " DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISP) DELIMITED BY SIZE
               INTO WS-ROW-TEXT
           DISPLAY BIQ-ROW
           ADD 1 TO WS-SCREEN-LINE
           MOVE "No.  Run ID                Date          "
               & "Energy(uJ)     Lines" TO WS-ROW-TEXT
           DISPLAY BIQ-ROW
           ADD 1 TO WS-SCREEN-LINE

           PERFORM VARYING WS-ROW-NO FROM WS-PAGE-TOP BY 1
               UNTIL WS-ROW-NO > RUN-COUNT
                   OR WS-ROW-NO >= WS-PAGE-TOP + WS-PAGE-SIZE
               SET RUN-IDX TO WS-ROW-NO
               MOVE WS-ROW-NO TO WS-ROW-NO-DISP
               MOVE RUN-UJ(RUN-IDX) TO UJ-DISP
               MOVE RUN-LINES(RUN-IDX) TO COUNT-DISP
               MOVE SPACES TO WS-ROW-TEXT
               STRING WS-ROW-NO-DISP DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      RUN-ID-KEY(RUN-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RUN-FIRST-TS(RUN-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      UJ-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COUNT-DISP DELIMITED BY SIZE
                   INTO WS-ROW-TEXT
               IF RUN-VOIDED(RUN-IDX) = 'Y'
                   MOVE "** VOIDED **" TO WS-ROW-TEXT(72:12)
               END-IF
               DISPLAY BIQ-ROW
               ADD 1 TO WS-SCREEN-LINE
           END-PERFORM
           IF RUN-COUNT = 0
               MOVE "(no posted run lines found in energy-archive.log "
                   & "or energy.log)" TO WS-ROW-TEXT
               DISPLAY BIQ-ROW
               ADD 1 TO WS-SCREEN-LINE
           END-IF
           IF WS-RUNS-DROPPED > 0
               MOVE SPACES TO WS-ROW-TEXT
               STRING "(run table full - " DELIMITED BY SIZE
                      WS-RUNS-DROPPED DELIMITED BY SIZE
                      " further run(s) not shown)" DELIMITED BY SIZE
                   INTO WS-ROW-TEXT
               DISPLAY BIQ-ROW
               ADD 1 TO WS-SCREEN-LINE
           END-IF

           ADD 1 TO WS-SCREEN-LINE
           MOVE "N=next page, P=prev, B=back, Q=quit:"
               TO WS-ROW-TEXT
           MOVE SPACES TO WS-COMMAND
           DISPLAY BIQ-PROMPT
           ACCEPT BIQ-PROMPT
           PERFORM Handle-Run-Command
           .

       Handle-Run-Command.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COMMAND))
               WHEN "Q"
                   SET INQUIRY-DONE TO TRUE
               WHEN "B"
                   SET PROGRAM-LIST-MODE TO TRUE
                   MOVE 1 TO WS-PAGE-TOP
                   PERFORM Load-Program-View
               WHEN "N"
                   IF WS-PAGE-TOP + WS-PAGE-SIZE <= RUN-COUNT
                       ADD WS-PAGE-SIZE TO WS-PAGE-TOP
                   END-IF
               WHEN "P"
                   PERFORM Page-Back
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       END PROGRAM budget-inquiry.
