      *> Cost-center invoicing: energy_cost prices one run and
      *> energy_budget_post buckets by program, but what finance
      *> actually wants is a monthly invoice per department. This
      *> month-end job maps each program to a cost center - the
      *> benchmark master's cost center for the program, else the
      *> "cost-centers" mapping file - rolls the period's
      *> energy-budget-ledger buckets up by center, applies the
      *> utility rate, and writes one sequence-numbered, dated
      *> invoice document per center with a line item per program.
      *>
      *> Mapping file ("cost-centers", overridable via
      *> COBJOULES_COST_CENTERS) - for ledger names the benchmark
      *> master does not carry a center for - one record each:
      *>
      *>   <program>,<center>
      *>   DEFAULT,<center>     - where unmatched programs land
      *> Invoice documents are "invoice-<period>-<center>"; the
      *> running invoice number lives in "invoice-seq" so numbers
      *> stay unique across months.
      *>
      *> Billing a period closes it: an INVOICED record per center
      *> (with its invoice number) and a CLOSED record are appended
      *> to energy-budget-ledger, and from then on
      *> energy_budget_post and run_void leave that period's buckets
      *> alone - a late posting or a void lands in the open period
      *> as an ADJUST tagged with the closed period instead. A
      *> closed period is never invoiced again. The ADJUST records
      *> that landed in the period being billed go out as memos,
      *> "memo-<period>-<closed period>-<center>", numbered from
      *> the same sequence: a CREDIT MEMO when the adjustment
      *> lowers the bill, a DEBIT MEMO when it raises it, each
      *> referencing the invoice that billed the closed period.
      *>
      *> Energy a benchmark request ran is billed to the center
      *> the request names, not the program's: energy_budget_post
      *> posts it as a TRANSFER beside its bucket or adjustment,
      *> and once the period's ledger is loaded each TRANSFER moves
      *> its amount off the program's line (or memo) for the
      *> program's center and onto the same program's line for
      *> the request's center.
      *>
      *> The same run writes the general-ledger journal extract
      *> finance used to key by hand, "gl-journal-<period>"
      *> (gljrnl.cpy): a batch header, a debit to the energy
      *> expense account per center invoiced (memos debit or credit
      *> it the same way), the offsetting entry to the facilities
      *> recovery account, and a trailer with the record count and
      *> hash total. gl_reconcile checks the GL's acknowledgment
      *> against it.
      *>   COBJOULES_GL_EXPENSE_ACCOUNT  (optional) - default
      *>       "6150-ENERGY"
      *>   COBJOULES_GL_RECOVERY_ACCOUNT (optional) - default
      *>       "4810-FACREC"
      *>
      *> Every invoice and memo document is cataloged in
      *> report-catalog (report_writer REGISTER) as its center's
      *> section, so report_distribute delivers each department
      *> its own bill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SEQ-FS.

           SELECT GL-JOURNAL-OUT ASSIGN TO WS-GL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLJ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAPPING-FILE.
       FD  INVOICE-SEQ-FILE.
       01  INVOICE-SEQ-RECORD PIC 9(7).

       FD  GL-JOURNAL-OUT.
       COPY "gljrnl.cpy".

       WORKING-STORAGE SECTION.
       01  MAP-FS        PIC XX.
       01  LED-FS        PIC XX.
       01  INV-FS        PIC XX.
       01  SEQ-FS        PIC XX.
       01  GLJ-FS        PIC XX.
       01  CIV-EOF       PIC X VALUE 'N'.
           88  CIV-AT-END     VALUE 'Y'.
           88  CIV-NOT-AT-END VALUE 'N'.
               10  MAP-CENTER PIC X(20).
       01  WS-DEFAULT-CENTER PIC X(20) VALUE SPACES.
       01  WS-UNMAPPED   PIC 9(3) VALUE 0.
       COPY "benchmst.cpy".

      *> the shared report writer's request area - used here only
      *> to catalog the documents this run writes.
       COPY "reportio.cpy".

       01  L-KIND        PIC X(8).
       01  L-PERIOD      PIC X(8).
       01  L-NAME        PIC X(20).
       01  L-UJ          PIC X(16).
       01  L-ORIG        PIC X(8).
       01  L-CENTER      PIC X(20).

      *> the period's request-center transfers, applied once every
      *> bucket and adjustment is in.
       01  MAX-TRANSFERS PIC 9(3) VALUE 100.
       01  TRANSFER-COUNT PIC 9(3) VALUE 0.
       01  TRANSFER-TABLE.
           05  TRANSFER-ENTRY OCCURS 100 TIMES INDEXED BY XFR-IDX.
               10  XFR-NAME        PIC X(20).
               10  XFR-UJ          PIC S9(15).
               10  XFR-ORIG-PERIOD PIC X(6).
               10  XFR-CENTER      PIC X(20).
       01  WS-FROM-CENTER PIC X(20).
       01  WS-XFR-UJ     PIC 9(15).
       01  WS-MOVED      PIC 9(3) VALUE 0.

      *> period close: whether the period asked for is already
      *> closed, the invoice number each closed period/center was
      *> billed under, and the prior-period adjustments to go out
      *> as memos.
       01  WS-CLOSED-DATE PIC X(8) VALUE SPACES.
       01  MAX-BILLED    PIC 9(3) VALUE 300.
       01  BILLED-COUNT  PIC 9(3) VALUE 0.
       01  BILLED-TABLE.
           05  BILLED-ENTRY OCCURS 300 TIMES INDEXED BY BIL-IDX.
               10  BILLED-PERIOD  PIC X(6).
               10  BILLED-CENTER  PIC X(20).
               10  BILLED-NO      PIC X(7).
       01  MAX-MEMO-ITEMS PIC 9(3) VALUE 100.
       01  MEMO-COUNT    PIC 9(3) VALUE 0.
       01  MEMO-TABLE.
           05  MEMO-ENTRY OCCURS 100 TIMES
                               INDEXED BY MEMO-IDX MEMO-JDX.
               10  MEMO-ORIG   PIC X(6).
               10  MEMO-CENTER PIC X(20).
               10  MEMO-PROG   PIC X(20).
               10  MEMO-UJ     PIC S9(15).
               10  MEMO-DONE   PIC X.
       01  WS-LOOKUP-ORIG PIC X(6).
       01  WS-MEMO-KIND  PIC X(12).
       01  WS-MEMO-NET   PIC S9(15).
       01  WS-ORIG-INVOICE PIC X(7).
       01  WS-MEMOS      PIC 9(3) VALUE 0.
       01  MEMO-DOC-COUNT PIC 9(3) VALUE 0.
       01  MEMO-DOC-TABLE.
           05  MEMO-DOC OCCURS 100 TIMES INDEXED BY DOC-IDX.
               10  DOC-CENTER  PIC X(20).
               10  DOC-ORIG    PIC X(6).
               10  DOC-NO      PIC 9(7).
               10  DOC-COST    PIC S9(9)V9(2).
       01  WS-ABS-UJ     PIC 9(15).
       01  WS-SKWH       PIC S9(9)V9(6) COMP-3.
       01  WS-SCOST      PIC S9(9)V9(2) COMP-3.
       01  WS-MEMO-KWH   PIC S9(9)V9(6) COMP-3.
       01  WS-MEMO-COST  PIC S9(9)V9(2) COMP-3.
       01  SKWH-DISP     PIC -(6)9.9(6).
       01  SCOST-DISP    PIC -(8)9.99.
       01  WS-WRITE-FAILS PIC 9(3) VALUE 0.
      *> 'Y' once any line of the document being written failed -
      *> the document is then neither registered nor numbered.
       01  WS-DOC-FAILED PIC X VALUE 'N'.

      *> one line item per (center, program); centers are invoiced
      *> from the distinct centers seen here.
       01  CENTER-LIST.
           05  CENTER-NAME OCCURS 30 TIMES
                               INDEXED BY CTR-IDX PIC X(20).
       01  CENTER-INVOICES.
           05  CENTER-INVOICE OCCURS 30 TIMES.
               10  CENTER-INVOICE-NO   PIC 9(7).
               10  CENTER-INVOICE-COST PIC 9(9)V9(2).

      *> general-ledger journal extract.
       01  WS-GL-PATH    PIC X(80).
       01  WS-GL-EXPENSE PIC X(12) VALUE "6150-ENERGY".
       01  WS-GL-RECOVERY PIC X(12) VALUE "4810-FACREC".
       01  WS-GL-ENV     PIC X(12).
       01  WS-GL-BATCH   PIC X(12).
       01  WS-GL-ACCOUNT PIC X(12).
       01  WS-GL-CENTER  PIC X(20).
       01  WS-GL-SIDE    PIC X(2).
       01  WS-GL-AMOUNT  PIC 9(11)V99.
       01  WS-GL-REF     PIC X(12).
       01  WS-GL-DESC    PIC X(23).
       01  WS-GL-LINE-NO PIC 9(5) VALUE 0.
       01  WS-GL-RECORDS PIC 9(7) VALUE 0.
       01  WS-GL-HASH    PIC 9(13)V99 VALUE 0.
       01  WS-GL-DEBITS  PIC 9(13)V99 VALUE 0.
       01  WS-GL-CREDITS PIC 9(13)V99 VALUE 0.
       01  WS-GL-NET     PIC S9(13)V99 VALUE 0.

       01  WS-INVOICE-NO PIC 9(7) VALUE 1.
       01  WS-INVOICES   PIC 9(3) VALUE 0.

           PERFORM Load-Mapping
           PERFORM Load-Ledger-Period
           PERFORM VARYING XFR-IDX FROM 1 BY 1
               UNTIL XFR-IDX > TRANSFER-COUNT
               PERFORM Apply-Transfer
           END-PERFORM
           IF WS-CLOSED-DATE NOT = SPACES
               DISPLAY "cost_invoice: ERROR - period " WS-PERIOD
                   " was closed on " WS-CLOSED-DATE " and is "
                   "not billed again - later changes to it go out "
                   "as memos with the open period's invoices"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ITEM-COUNT = 0 AND MEMO-COUNT = 0
               DISPLAY "cost_invoice: no ledger buckets for period "
                   WS-PERIOD " - run energy_budget_post first"
               MOVE 1 TO RETURN-CODE
           PERFORM Read-Invoice-Seq
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT
               MOVE 0 TO CENTER-INVOICE-NO(CTR-IDX)
                   CENTER-INVOICE-COST(CTR-IDX)
               PERFORM Write-One-Invoice
           END-PERFORM
           PERFORM VARYING MEMO-IDX FROM 1 BY 1
               UNTIL MEMO-IDX > MEMO-COUNT
               IF MEMO-DONE(MEMO-IDX) = 'N'
                   PERFORM Write-One-Memo
               END-IF
           END-PERFORM
      *> a document that failed to write leaves invoice-seq where
      *> it was, so the rerun reissues the same numbers.
           IF WS-WRITE-FAILS = 0
               PERFORM Write-Invoice-Seq
               PERFORM Write-Gl-Journal
           END-IF

           DISPLAY "cost_invoice: " WS-INVOICES " invoice(s) "
               "written for period " WS-PERIOD
           IF WS-MEMOS > 0
               DISPLAY "cost_invoice: " WS-MEMOS " prior-period "
                   "memo(s) written with period " WS-PERIOD
           END-IF
           IF WS-MOVED > 0
               DISPLAY "cost_invoice: " WS-MOVED " benchmark "
                   "request transfer(s) billed to the requesting "
                   "center"
           END-IF
           PERFORM Close-Period
           IF WS-UNMAPPED > 0 AND WS-DEFAULT-CENTER = SPACES
               DISPLAY "cost_invoice: WARNING - " WS-UNMAPPED
                   " program(s) had no mapping and no DEFAULT "
           .

       Load-Ledger-Record.
           MOVE SPACES TO L-KIND L-PERIOD L-NAME L-UJ L-ORIG
               L-CENTER
           UNSTRING LEDGER-RECORD DELIMITED BY ","
               INTO L-KIND L-PERIOD L-NAME L-UJ L-ORIG L-CENTER
           END-UNSTRING
           EVALUATE FUNCTION TRIM(L-KIND)
               WHEN "BUCKET"
                   IF L-PERIOD(1:6) = WS-PERIOD
                           AND FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(L-UJ)) = 0
                       MOVE FUNCTION TRIM(L-NAME) TO WS-LOOKUP-PROG
                       PERFORM Map-Program-To-Center
                       PERFORM Find-Or-Add-Item
                       IF WS-FOUND NOT = 2
                           COMPUTE ITEM-UJ(ITEM-IDX) =
                               ITEM-UJ(ITEM-IDX) + FUNCTION NUMVAL(
                                   FUNCTION TRIM(L-UJ))
                       END-IF
                   END-IF
               WHEN "ADJUST"
                   IF L-PERIOD(1:6) = WS-PERIOD
                           AND FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(L-UJ)) = 0
                       MOVE FUNCTION TRIM(L-NAME) TO WS-LOOKUP-PROG
                       MOVE L-ORIG(1:6) TO WS-LOOKUP-ORIG
                       PERFORM Map-Program-To-Center
                       PERFORM Find-Or-Add-Memo-Item
                       IF WS-FOUND NOT = 2
                           COMPUTE MEMO-UJ(MEMO-IDX) =
                               MEMO-UJ(MEMO-IDX) + FUNCTION NUMVAL(
                                   FUNCTION TRIM(L-UJ))
                       END-IF
                   END-IF
               WHEN "TRANSFER"
                   IF L-PERIOD(1:6) = WS-PERIOD
                           AND L-CENTER NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(
                               FUNCTION TRIM(L-UJ)) = 0
                       IF TRANSFER-COUNT < MAX-TRANSFERS
                           ADD 1 TO TRANSFER-COUNT
                           SET XFR-IDX TO TRANSFER-COUNT
                           MOVE FUNCTION TRIM(L-NAME)
                               TO XFR-NAME(XFR-IDX)
                           COMPUTE XFR-UJ(XFR-IDX) = FUNCTION NUMVAL(
                               FUNCTION TRIM(L-UJ))
                           MOVE L-ORIG(1:6)
                               TO XFR-ORIG-PERIOD(XFR-IDX)
                           MOVE FUNCTION TRIM(L-CENTER)
                               TO XFR-CENTER(XFR-IDX)
                       ELSE
                           DISPLAY "cost_invoice: WARNING - transfer "
                               "table full (" MAX-TRANSFERS "), "
                               FUNCTION TRIM(L-NAME) " to "
                               FUNCTION TRIM(L-CENTER)
                               " stays with the program's center"
                       END-IF
                   END-IF
               WHEN "CLOSED"
                   IF L-PERIOD(1:6) = WS-PERIOD
                       MOVE L-NAME(1:8) TO WS-CLOSED-DATE
                   END-IF
               WHEN "INVOICED"
                   IF BILLED-COUNT < MAX-BILLED
                       ADD 1 TO BILLED-COUNT
                       SET BIL-IDX TO BILLED-COUNT
                       MOVE L-PERIOD(1:6) TO BILLED-PERIOD(BIL-IDX)
                       MOVE FUNCTION TRIM(L-NAME)
                           TO BILLED-CENTER(BIL-IDX)
                       MOVE FUNCTION TRIM(L-UJ) TO BILLED-NO(BIL-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       Apply-Transfer.
           MOVE XFR-NAME(XFR-IDX) TO WS-LOOKUP-PROG
           PERFORM Map-Program-To-Center
           IF WS-LOOKUP-CENTER = XFR-CENTER(XFR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOKUP-CENTER TO WS-FROM-CENTER
      *> a prior-period transfer moves between memo lines, which
      *> are signed - a voided request's reversal nets there too.
           IF XFR-ORIG-PERIOD(XFR-IDX) NOT = SPACES
               MOVE XFR-ORIG-PERIOD(XFR-IDX) TO WS-LOOKUP-ORIG
               PERFORM Find-Or-Add-Memo-Item
               IF WS-FOUND = 2
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT XFR-UJ(XFR-IDX) FROM MEMO-UJ(MEMO-IDX)
               MOVE XFR-CENTER(XFR-IDX) TO WS-LOOKUP-CENTER
               PERFORM Find-Or-Add-Memo-Item
               IF WS-FOUND = 2
                   MOVE WS-FROM-CENTER TO WS-LOOKUP-CENTER
                   PERFORM Find-Or-Add-Memo-Item
                   ADD XFR-UJ(XFR-IDX) TO MEMO-UJ(MEMO-IDX)
                   EXIT PARAGRAPH
               END-IF
               ADD XFR-UJ(XFR-IDX) TO MEMO-UJ(MEMO-IDX)
               ADD 1 TO WS-MOVED
               EXIT PARAGRAPH
           END-IF
      *> an invoice line never goes below zero: a transfer larger
      *> than the program's line moves only what the line holds.
           IF XFR-UJ(XFR-IDX) NOT > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Or-Add-Item
           IF WS-FOUND = 2
               EXIT PARAGRAPH
           END-IF
           MOVE XFR-UJ(XFR-IDX) TO WS-XFR-UJ
           IF WS-XFR-UJ > ITEM-UJ(ITEM-IDX)
               DISPLAY "cost_invoice: WARNING - "
                   FUNCTION TRIM(WS-LOOKUP-PROG) " transfers more "
                   "to " FUNCTION TRIM(XFR-CENTER(XFR-IDX))
                   " than its bucket holds - only the bucket moves "
                   "(was the ledger edited by hand?)"
               MOVE ITEM-UJ(ITEM-IDX) TO WS-XFR-UJ
           END-IF
           SUBTRACT WS-XFR-UJ FROM ITEM-UJ(ITEM-IDX)
           MOVE XFR-CENTER(XFR-IDX) TO WS-LOOKUP-CENTER
           PERFORM Find-Or-Add-Item
           IF WS-FOUND = 2
               MOVE WS-FROM-CENTER TO WS-LOOKUP-CENTER
               PERFORM Find-Or-Add-Item
               ADD WS-XFR-UJ TO ITEM-UJ(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD WS-XFR-UJ TO ITEM-UJ(ITEM-IDX)
           ADD 1 TO WS-MOVED
           .

       Find-Or-Add-Memo-Item.
      *> keyed on (closed period, center, program).
           MOVE 0 TO WS-FOUND
           PERFORM VARYING MEMO-IDX FROM 1 BY 1
               UNTIL MEMO-IDX > MEMO-COUNT OR WS-FOUND = 1
               IF MEMO-ORIG(MEMO-IDX) = WS-LOOKUP-ORIG
                       AND MEMO-CENTER(MEMO-IDX) = WS-LOOKUP-CENTER
                       AND MEMO-PROG(MEMO-IDX) = WS-LOOKUP-PROG
                   MOVE 1 TO WS-FOUND
                   MOVE MEMO-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET MEMO-IDX TO WS-MATCH-IDX
           END-IF
           IF WS-FOUND = 0
               IF MEMO-COUNT >= MAX-MEMO-ITEMS
                   DISPLAY "cost_invoice: WARNING - memo table full ("
                       MAX-MEMO-ITEMS "), dropping adjustment for "
                       WS-LOOKUP-ORIG "/"
                       FUNCTION TRIM(WS-LOOKUP-PROG)
                   MOVE 2 TO WS-FOUND
               ELSE
                   ADD 1 TO MEMO-COUNT
                   SET MEMO-IDX TO MEMO-COUNT
                   MOVE WS-LOOKUP-ORIG TO MEMO-ORIG(MEMO-IDX)
                   MOVE WS-LOOKUP-CENTER TO MEMO-CENTER(MEMO-IDX)
                   MOVE WS-LOOKUP-PROG TO MEMO-PROG(MEMO-IDX)
                   MOVE 0 TO MEMO-UJ(MEMO-IDX)
                   MOVE 'N' TO MEMO-DONE(MEMO-IDX)
                   MOVE 1 TO WS-FOUND
               END-IF
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
               DISPLAY "cost_invoice: WARNING - could not write "
                   FUNCTION TRIM(WS-INVOICE-PATH)
                   " (status " INV-FS ")"
               ADD 1 TO WS-WRITE-FAILS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DOC-FAILED

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-INVOICE-NO TO SEQ-DISP
                  "  issued " DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
               INTO INVOICE-RECORD
           PERFORM Write-Invoice-Line
           MOVE SPACES TO INVOICE-RECORD
           STRING "Cost center: " DELIMITED BY SIZE
                  FUNCTION TRIM(CENTER-NAME(CTR-IDX))
                  FUNCTION TRIM(WS-RATE-ENV) DELIMITED BY SIZE
                  "/kWh" DELIMITED BY SIZE
               INTO INVOICE-RECORD
           PERFORM Write-Invoice-Line
           MOVE "Program              kWh           Amount($)"
               TO INVOICE-RECORD
           PERFORM Write-Invoice-Line

           MOVE 0 TO WS-CENTER-KWH WS-CENTER-COST
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                  "     " DELIMITED BY SIZE
                  FUNCTION TRIM(COST-DISP) DELIMITED BY SIZE
               INTO INVOICE-RECORD
           PERFORM Write-Invoice-Line
           PERFORM Close-Invoice-Doc
           IF WS-DOC-FAILED = 'Y'
               PERFORM Note-Document-Failed
               EXIT PARAGRAPH
           END-IF

           DISPLAY "cost_invoice: invoice " SEQ-DISP " -> "
               FUNCTION TRIM(WS-INVOICE-PATH)
           MOVE CENTER-NAME(CTR-IDX) TO RPT-SECTION
           PERFORM Register-Document
           MOVE WS-INVOICE-NO TO CENTER-INVOICE-NO(CTR-IDX)
           MOVE WS-CENTER-COST TO CENTER-INVOICE-COST(CTR-IDX)
           ADD 1 TO WS-INVOICE-NO
           ADD 1 TO WS-INVOICES
           .
                  "     " DELIMITED BY SIZE
                  FUNCTION TRIM(COST-DISP) DELIMITED BY SIZE
               INTO INVOICE-RECORD
           PERFORM Write-Invoice-Line
           .

       Write-One-Memo.
      *> one memo per (closed period, center): every program's
      *> adjustment for that pair, netted on the memo's total.
           MOVE 0 TO WS-MEMO-NET
           PERFORM VARYING MEMO-JDX FROM 1 BY 1
               UNTIL MEMO-JDX > MEMO-COUNT
               IF MEMO-ORIG(MEMO-JDX) = MEMO-ORIG(MEMO-IDX)
                       AND MEMO-CENTER(MEMO-JDX) =
                           MEMO-CENTER(MEMO-IDX)
                   ADD MEMO-UJ(MEMO-JDX) TO WS-MEMO-NET
               END-IF
           END-PERFORM
      *> a late posting voided again before billing nets to
      *> nothing - no memo for that.
           IF WS-MEMO-NET = 0
               PERFORM Mark-Memo-Group-Done
               EXIT PARAGRAPH
           END-IF

           MOVE "(none)" TO WS-ORIG-INVOICE
           PERFORM VARYING BIL-IDX FROM 1 BY 1
               UNTIL BIL-IDX > BILLED-COUNT
               IF BILLED-PERIOD(BIL-IDX) = MEMO-ORIG(MEMO-IDX)
                       AND BILLED-CENTER(BIL-IDX) =
                           MEMO-CENTER(MEMO-IDX)
                   MOVE BILLED-NO(BIL-IDX) TO WS-ORIG-INVOICE
               END-IF
           END-PERFORM
           IF WS-ORIG-INVOICE = "(none)"
               DISPLAY "cost_invoice: WARNING - no invoice on the "
                   "ledger for " MEMO-ORIG(MEMO-IDX) "/"
                   FUNCTION TRIM(MEMO-CENTER(MEMO-IDX))
                   " - the memo references none"
           END-IF

           MOVE SPACES TO WS-INVOICE-PATH
           STRING "memo-" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  MEMO-ORIG(MEMO-IDX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  FUNCTION TRIM(MEMO-CENTER(MEMO-IDX))
                      DELIMITED BY SIZE
               INTO WS-INVOICE-PATH
           OPEN OUTPUT INVOICE-OUT
           IF INV-FS NOT = "00"
               DISPLAY "cost_invoice: WARNING - could not write "
                   FUNCTION TRIM(WS-INVOICE-PATH)
                   " (status " INV-FS ")"
               ADD 1 TO WS-WRITE-FAILS
               PERFORM Mark-Memo-Group-Done
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DOC-FAILED

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-INVOICE-NO TO SEQ-DISP
           IF WS-MEMO-NET < 0
               MOVE "CREDIT MEMO" TO WS-MEMO-KIND
           ELSE
               MOVE "DEBIT MEMO" TO WS-MEMO-KIND
           END-IF
           MOVE SPACES TO INVOICE-RECORD
           STRING FUNCTION TRIM(WS-MEMO-KIND) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SEQ-DISP DELIMITED BY SIZE
                  "  period " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "  issued " DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
               INTO INVOICE-RECORD
           PERFORM Write-Invoice-Line
           MOVE SPACES TO INVOICE-RECORD
           STRING "Adjusts invoice " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORIG-INVOICE) DELIMITED BY SIZE
                  " for closed period " DELIMITED BY SIZE
                  MEMO-ORIG(MEMO-IDX) DELIMITED BY SIZE
               INTO INVOICE-RECORD
           PERFORM Write-Invoice-Line
           MOVE SPACES TO INVOICE-RECORD
           STRING "Cost center: " DELIMITED BY SIZE
                  FUNCTION TRIM(MEMO-CENTER(MEMO-IDX))
                      DELIMITED BY SIZE
                  "  rate $" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATE-ENV) DELIMITED BY SIZE
                  "/kWh" DELIMITED BY SIZE
               INTO INVOICE-RECORD
           PERFORM Write-Invoice-Line
           MOVE "Program              kWh           Amount($)"
               TO INVOICE-RECORD
           PERFORM Write-Invoice-Line

           MOVE 0 TO WS-MEMO-KWH WS-MEMO-COST
           PERFORM VARYING MEMO-JDX FROM 1 BY 1
               UNTIL MEMO-JDX > MEMO-COUNT
               IF MEMO-ORIG(MEMO-JDX) = MEMO-ORIG(MEMO-IDX)
                       AND MEMO-CENTER(MEMO-JDX) =
                           MEMO-CENTER(MEMO-IDX)
                       AND MEMO-UJ(MEMO-JDX) NOT = 0
                   PERFORM Write-Memo-Line
               END-IF
           END-PERFORM

           MOVE WS-MEMO-KWH TO SKWH-DISP
           MOVE WS-MEMO-COST TO SCOST-DISP
           MOVE SPACES TO INVOICE-RECORD
           STRING "TOTAL                " DELIMITED BY SIZE
                  FUNCTION TRIM(SKWH-DISP) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  FUNCTION TRIM(SCOST-DISP) DELIMITED BY SIZE
               INTO INVOICE-RECORD
           PERFORM Write-Invoice-Line
           PERFORM Close-Invoice-Doc
           IF WS-DOC-FAILED = 'Y'
               PERFORM Note-Document-Failed
               PERFORM Mark-Memo-Group-Done
               EXIT PARAGRAPH
           END-IF

           DISPLAY "cost_invoice: memo " SEQ-DISP " -> "
               FUNCTION TRIM(WS-INVOICE-PATH) " (against invoice "
               FUNCTION TRIM(WS-ORIG-INVOICE) ")"
           MOVE MEMO-CENTER(MEMO-IDX) TO RPT-SECTION
           PERFORM Register-Document
           IF MEMO-DOC-COUNT < MAX-MEMO-ITEMS
               ADD 1 TO MEMO-DOC-COUNT
               SET DOC-IDX TO MEMO-DOC-COUNT
               MOVE MEMO-CENTER(MEMO-IDX) TO DOC-CENTER(DOC-IDX)
               MOVE MEMO-ORIG(MEMO-IDX) TO DOC-ORIG(DOC-IDX)
               MOVE WS-INVOICE-NO TO DOC-NO(DOC-IDX)
               MOVE WS-MEMO-COST TO DOC-COST(DOC-IDX)
           END-IF
           ADD 1 TO WS-INVOICE-NO
           ADD 1 TO WS-MEMOS
           PERFORM Mark-Memo-Group-Done
           .

       Write-Invoice-Line.
           WRITE INVOICE-RECORD
           IF INV-FS NOT = "00" AND WS-DOC-FAILED = 'N'
               DISPLAY "cost_invoice: ERROR - write to "
                   FUNCTION TRIM(WS-INVOICE-PATH)
                   " failed (status " INV-FS ")"
               MOVE 'Y' TO WS-DOC-FAILED
           END-IF
           .

       Close-Invoice-Doc.
      *> the last buffered lines only reach the disk here, so a
      *> full filesystem can show up on the CLOSE alone.
           CLOSE INVOICE-OUT
           IF INV-FS NOT = "00" AND WS-DOC-FAILED = 'N'
               DISPLAY "cost_invoice: ERROR - closing "
                   FUNCTION TRIM(WS-INVOICE-PATH)
                   " failed (status " INV-FS ")"
               MOVE 'Y' TO WS-DOC-FAILED
           END-IF
           .

       Note-Document-Failed.
      *> an incomplete document is not a bill: its number is not
      *> used up, it is not cataloged, and the count keeps the
      *> period open (Close-Period) and the run's exit non-zero.
           DISPLAY "cost_invoice: ERROR - "
               FUNCTION TRIM(WS-INVOICE-PATH)
               " is incomplete - not registered, number " SEQ-DISP
               " not used"
           ADD 1 TO WS-WRITE-FAILS
           .

       Register-Document.
           MOVE "REGISTER" TO RPT-ACTION
           MOVE "cost_invoice" TO RPT-PROGRAM
           MOVE WS-INVOICE-PATH TO RPT-LINE
           MOVE SPACES TO RPT-PARMS
           STRING "period=" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " document=" DELIMITED BY SIZE
                  SEQ-DISP DELIMITED BY SIZE
               INTO RPT-PARMS
           CALL "report_writer" USING REPORT-REQUEST
           .

       Write-Memo-Line.
      *> the same kWh chain Write-Line-Item uses, signed - a credit
      *> line shows negative.
           IF MEMO-UJ(MEMO-JDX) < 0
               COMPUTE WS-ABS-UJ = 0 - MEMO-UJ(MEMO-JDX)
           ELSE
               MOVE MEMO-UJ(MEMO-JDX) TO WS-ABS-UJ
           END-IF
           COMPUTE WS-SKWH ROUNDED = WS-ABS-UJ / 3600000000000
           COMPUTE WS-SCOST ROUNDED = WS-SKWH * WS-RATE
           IF MEMO-UJ(MEMO-JDX) < 0
               COMPUTE WS-SKWH = 0 - WS-SKWH
               COMPUTE WS-SCOST = 0 - WS-SCOST
           END-IF
           ADD WS-SKWH TO WS-MEMO-KWH
           ADD WS-SCOST TO WS-MEMO-COST
           MOVE WS-SKWH TO SKWH-DISP
           MOVE WS-SCOST TO SCOST-DISP
           MOVE SPACES TO INVOICE-RECORD
           STRING MEMO-PROG(MEMO-JDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(SKWH-DISP) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  FUNCTION TRIM(SCOST-DISP) DELIMITED BY SIZE
               INTO INVOICE-RECORD
           PERFORM Write-Invoice-Line
           .

       Mark-Memo-Group-Done.
           PERFORM VARYING MEMO-JDX FROM 1 BY 1
               UNTIL MEMO-JDX > MEMO-COUNT
               IF MEMO-ORIG(MEMO-JDX) = MEMO-ORIG(MEMO-IDX)
                       AND MEMO-CENTER(MEMO-JDX) =
                           MEMO-CENTER(MEMO-IDX)
                   MOVE 'Y' TO MEMO-DONE(MEMO-JDX)
               END-IF
           END-PERFORM
           .

       Write-Gl-Journal.
           ACCEPT WS-GL-ENV FROM ENVIRONMENT
               "COBJOULES_GL_EXPENSE_ACCOUNT"
           IF WS-GL-ENV NOT = SPACES
               MOVE WS-GL-ENV TO WS-GL-EXPENSE
           END-IF
           MOVE SPACES TO WS-GL-ENV
           ACCEPT WS-GL-ENV FROM ENVIRONMENT
               "COBJOULES_GL_RECOVERY_ACCOUNT"
           IF WS-GL-ENV NOT = SPACES
               MOVE WS-GL-ENV TO WS-GL-RECOVERY
           END-IF
           MOVE SPACES TO WS-GL-PATH WS-GL-BATCH
           STRING "gl-journal-" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
               INTO WS-GL-PATH
           STRING "ENERGY" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
               INTO WS-GL-BATCH
           OPEN OUTPUT GL-JOURNAL-OUT
           IF GLJ-FS NOT = "00"
               DISPLAY "cost_invoice: WARNING - could not write "
                   FUNCTION TRIM(WS-GL-PATH) " (status " GLJ-FS ")"
               ADD 1 TO WS-WRITE-FAILS
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-IS-HEADER TO TRUE
           MOVE WS-GL-BATCH TO GLJ-BATCH-ID
           MOVE WS-PERIOD TO GLJH-PERIOD
           MOVE WS-TODAY(1:8) TO GLJH-CREATED
           MOVE "COBJOULES" TO GLJH-SOURCE
           MOVE "USD" TO GLJH-CURRENCY
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-RECORDS

      *> one expense debit per center invoiced; a zero-amount
      *> invoice has nothing to post.
           MOVE WS-GL-EXPENSE TO WS-GL-ACCOUNT
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT
               IF CENTER-INVOICE-NO(CTR-IDX) > 0
                       AND CENTER-INVOICE-COST(CTR-IDX) > 0
                   MOVE CENTER-NAME(CTR-IDX) TO WS-GL-CENTER
                   MOVE "DR" TO WS-GL-SIDE
                   MOVE CENTER-INVOICE-COST(CTR-IDX) TO WS-GL-AMOUNT
                   MOVE CENTER-INVOICE-NO(CTR-IDX) TO SEQ-DISP
                   MOVE SEQ-DISP TO WS-GL-REF
                   MOVE SPACES TO WS-GL-DESC
                   STRING "ENERGY EXPENSE " DELIMITED BY SIZE
                          WS-PERIOD DELIMITED BY SIZE
                       INTO WS-GL-DESC
                   PERFORM Write-Gl-Line
               END-IF
           END-PERFORM
      *> memos move the same expense account the other way
      *> (credit) or further (debit).
           PERFORM VARYING DOC-IDX FROM 1 BY 1
               UNTIL DOC-IDX > MEMO-DOC-COUNT
               IF DOC-COST(DOC-IDX) NOT = 0
                   MOVE DOC-CENTER(DOC-IDX) TO WS-GL-CENTER
                   IF DOC-COST(DOC-IDX) < 0
                       MOVE "CR" TO WS-GL-SIDE
                       COMPUTE WS-GL-AMOUNT = 0 - DOC-COST(DOC-IDX)
                   ELSE
                       MOVE "DR" TO WS-GL-SIDE
                       MOVE DOC-COST(DOC-IDX) TO WS-GL-AMOUNT
                   END-IF
                   MOVE DOC-NO(DOC-IDX) TO SEQ-DISP
                   MOVE SEQ-DISP TO WS-GL-REF
                   MOVE SPACES TO WS-GL-DESC
                   STRING "PRIOR-PERIOD ADJ " DELIMITED BY SIZE
                          DOC-ORIG(DOC-IDX) DELIMITED BY SIZE
                       INTO WS-GL-DESC
                   PERFORM Write-Gl-Line
               END-IF
           END-PERFORM

      *> the offset: whatever the expense side nets to, the
      *> facilities recovery account takes the other way.
           COMPUTE WS-GL-NET = WS-GL-DEBITS - WS-GL-CREDITS
           IF WS-GL-NET NOT = 0
               MOVE WS-GL-RECOVERY TO WS-GL-ACCOUNT
               MOVE SPACES TO WS-GL-CENTER
               IF WS-GL-NET > 0
                   MOVE "CR" TO WS-GL-SIDE
                   MOVE WS-GL-NET TO WS-GL-AMOUNT
               ELSE
                   MOVE "DR" TO WS-GL-SIDE
                   COMPUTE WS-GL-AMOUNT = 0 - WS-GL-NET
               END-IF
               MOVE WS-GL-BATCH TO WS-GL-REF
               MOVE "FACILITIES RECOVERY" TO WS-GL-DESC
               PERFORM Write-Gl-Line
           END-IF

           ADD 1 TO WS-GL-RECORDS
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-IS-TRAILER TO TRUE
           MOVE WS-GL-BATCH TO GLJ-BATCH-ID
           MOVE WS-GL-RECORDS TO GLJT-RECORD-COUNT
           MOVE WS-GL-HASH TO GLJT-HASH-TOTAL
           MOVE WS-GL-DEBITS TO GLJT-DEBIT-TOTAL
           MOVE WS-GL-CREDITS TO GLJT-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL-OUT
           DISPLAY "cost_invoice: journal batch "
               FUNCTION TRIM(WS-GL-BATCH) " (" WS-GL-LINE-NO
               " line(s)) -> " FUNCTION TRIM(WS-GL-PATH)
           .

       Write-Gl-Line.
           ADD 1 TO WS-GL-LINE-NO
           ADD 1 TO WS-GL-RECORDS
           ADD WS-GL-AMOUNT TO WS-GL-HASH
           IF WS-GL-SIDE = "DR"
               ADD WS-GL-AMOUNT TO WS-GL-DEBITS
           ELSE
               ADD WS-GL-AMOUNT TO WS-GL-CREDITS
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-IS-DETAIL TO TRUE
           MOVE WS-GL-BATCH TO GLJ-BATCH-ID
           MOVE WS-GL-LINE-NO TO GLJD-LINE-NO
           MOVE WS-GL-ACCOUNT TO GLJD-ACCOUNT
           MOVE WS-GL-CENTER TO GLJD-CENTER
           MOVE WS-GL-SIDE TO GLJD-DR-CR
           MOVE WS-GL-AMOUNT TO GLJD-AMOUNT
           MOVE WS-GL-REF TO GLJD-REFERENCE
           MOVE WS-GL-DESC TO GLJD-DESC
           WRITE GL-JOURNAL-RECORD
           .

       Close-Period.
      *> the close goes on the ledger itself, appended - the
      *> posting programs carry these records through their
      *> rewrites. A period with a document that failed to write
      *> stays open so the run can simply be repeated.
           IF WS-WRITE-FAILS > 0
               DISPLAY "cost_invoice: WARNING - " WS-WRITE-FAILS
                   " document(s) could not be written - period "
                   WS-PERIOD " is left open; rerun once fixed"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF LED-FS NOT = "00"
               DISPLAY "cost_invoice: ERROR - could not append to "
                   "energy-budget-ledger (status " LED-FS ") - "
                   "period " WS-PERIOD " is NOT closed"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CTR-IDX FROM 1 BY 1
               UNTIL CTR-IDX > CENTER-COUNT
               MOVE CENTER-INVOICE-NO(CTR-IDX) TO SEQ-DISP
               MOVE SPACES TO LEDGER-RECORD
               STRING "INVOICED," DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(CENTER-NAME(CTR-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      SEQ-DISP DELIMITED BY SIZE
                   INTO LEDGER-RECORD
               WRITE LEDGER-RECORD
           END-PERFORM
           PERFORM VARYING DOC-IDX FROM 1 BY 1
               UNTIL DOC-IDX > MEMO-DOC-COUNT
               MOVE DOC-NO(DOC-IDX) TO SEQ-DISP
               MOVE SPACES TO LEDGER-RECORD
               STRING "MEMO," DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(DOC-CENTER(DOC-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      SEQ-DISP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      DOC-ORIG(DOC-IDX) DELIMITED BY SIZE
                   INTO LEDGER-RECORD
               WRITE LEDGER-RECORD
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE SPACES TO LEDGER-RECORD
           STRING "CLOSED," DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
               INTO LEDGER-RECORD
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE
           DISPLAY "cost_invoice: period " WS-PERIOD " closed"
           .

       END PROGRAM cost-invoice.
