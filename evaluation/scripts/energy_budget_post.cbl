      *>                                rerunning the nightly job
      *>                                can never double-charge)
      *>   BUCKET,<YYYYMM>,<program>,<posted uJ>
      *>   ADJUST,<YYYYMM>,<program>,<signed uJ>,<closed YYYYMM>
      *>                              - prior-period adjustment
      *>   TRANSFER,<YYYYMM>,<program>,<signed uJ>,<closed YYYYMM>,
      *>            <center>
      *>                              - energy a benchmark request
      *>                                ran, moved to its center
      *>   CLOSED,<YYYYMM>,<date>      - period invoiced and closed
      *>   INVOICED,<YYYYMM>,<center>,<invoice no>
      *>
      *> The period is taken from each line's own TIMESTAMP, so a
      *> sweep that straddles midnight on the 1st lands in the two
      *> months it actually burned energy in.
      *>
      *> A CLOSED period (cost_invoice closes each month it bills)
      *> is what finance booked, so its buckets are never changed
      *> again: a line that falls in one is posted instead as an
      *> ADJUST in the current open period - this month, or the
      *> first month after it not yet closed - tagged with the
      *> closed period it belongs to. cost_invoice bills those as
      *> credit/debit memos against the original invoice.
      *>
      *> A line tagged with a benchmark request (bench_request's
      *> "Q:<id>", set by deck_scheduler) is posted to its program's
      *> bucket like any other, and the same energy is also posted
      *> as a TRANSFER to the cost center the request names
      *> (bench_request_check) - cost_invoice bills it there
      *> instead of to the program's own center. A TRANSFER sits
      *> beside the BUCKET or ADJUST its energy went to: the line's
      *> own period with the closed-period field blank, or the open
      *> period tagged with the closed one.
      *> CLOSED, INVOICED and any other record kind this program
      *> does not maintain are carried through the rewrite as is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  L-FIELD2      PIC X(21).
       01  L-FIELD3      PIC X(20).
       01  L-FIELD4      PIC X(16).
       01  L-FIELD5      PIC X(8).
       01  L-FIELD6      PIC X(20).

       01  WS-LOOKUP-PERIOD PIC X(6).
       01  WS-LOOKUP-NAME   PIC X(20).

       01  WS-LINE-COUNT PIC 9(9) VALUE 0.

      *> period close: closed periods, the prior-period adjustments
      *> already on the ledger, and the records carried through
      *> the rewrite untouched.
       01  MAX-CLOSED    PIC 9(3) VALUE 120.
       01  CLOSED-COUNT  PIC 9(3) VALUE 0.
       01  CLOSED-TABLE.
           05  CLOSED-PERIOD OCCURS 120 TIMES PIC X(6).
       01  CLOSED-IDX    PIC 9(3).
       01  MAX-ADJUSTS   PIC 9(3) VALUE 200.
       01  ADJUST-COUNT  PIC 9(3) VALUE 0.
       01  ADJUST-TABLE.
           05  ADJUST-ENTRY OCCURS 200 TIMES INDEXED BY ADJ-IDX.
               10  ADJ-PERIOD      PIC X(6).
               10  ADJ-NAME        PIC X(20).
               10  ADJ-UJ          PIC S9(15).
               10  ADJ-ORIG-PERIOD PIC X(6).
      *> request-center transfers, keyed on (period, program,
      *> closed period, center).
       01  MAX-TRANSFERS PIC 9(3) VALUE 200.
       01  TRANSFER-COUNT PIC 9(3) VALUE 0.
       01  TRANSFER-TABLE.
           05  TRANSFER-ENTRY OCCURS 200 TIMES INDEXED BY XFR-IDX.
               10  XFR-PERIOD      PIC X(6).
               10  XFR-NAME        PIC X(20).
               10  XFR-UJ          PIC S9(15).
               10  XFR-ORIG-PERIOD PIC X(6).
               10  XFR-CENTER      PIC X(20).
       01  WS-REQ-CENTER PIC X(20).
       01  WS-XFR-PERIOD PIC X(6).
       01  WS-XFR-ORIG   PIC X(6).
       01  WS-XFR-LINES  PIC 9(9) VALUE 0.
       01  WS-XFR-DISP   PIC -(15)9.
       01  WS-DEL-RC     PIC 9(9) COMP-5.
       01  MAX-CARRIED   PIC 9(3) VALUE 400.
       01  CARRIED-COUNT PIC 9(3) VALUE 0.
       01  CARRIED-TABLE.
           05  CARRIED-RECORD OCCURS 400 TIMES PIC X(80).
       01  CARRIED-IDX   PIC 9(3).
       01  WS-TODAY      PIC X(21).
       01  WS-OPEN-YYYY  PIC 9(4).
       01  WS-OPEN-MM    PIC 9(2).
       01  WS-OPEN-PERIOD PIC X(6).
       01  WS-CHECK-PERIOD PIC X(6).
       01  WS-IS-CLOSED  PIC X.
       01  WS-ADJ-LINES  PIC 9(9) VALUE 0.
       01  WS-ADJ-DISP   PIC +9(15).

      *> void exclusion: the ledger feeds chargeback directly, so
      *> the one consumer that posts money-bearing buckets must
      *> refuse a run the run-voids register lists - voiding
           END-IF

           PERFORM Load-Ledger
           PERFORM Resolve-Open-Period

           PERFORM VARYING POSTED-IDX FROM 1 BY 1
               UNTIL POSTED-IDX > POSTED-COUNT
           DISPLAY "energy_budget_post: posted " WS-LINE-COUNT
               " line(s) of run " FUNCTION TRIM(WS-RUN-FILTER)
               " into " BUCKET-COUNT " period bucket(s)"
           IF WS-ADJ-LINES > 0
               DISPLAY "energy_budget_post: " WS-ADJ-LINES
                   " of those line(s) fell in a closed period and "
                   "were posted as prior-period adjustments in "
                   WS-OPEN-PERIOD
           END-IF
           IF WS-XFR-LINES > 0
               DISPLAY "energy_budget_post: " WS-XFR-LINES
                   " of those line(s) ran for a benchmark request and "
                   "were transferred to the request's cost center"
           END-IF
           STOP RUN.

       Load-Ledger.

       Load-Ledger-Record.
           MOVE SPACES TO L-KIND L-FIELD2 L-FIELD3 L-FIELD4
               L-FIELD5 L-FIELD6
           UNSTRING LEDGER-RECORD DELIMITED BY ","
               INTO L-KIND L-FIELD2 L-FIELD3 L-FIELD4 L-FIELD5
                    L-FIELD6
           END-UNSTRING
           EVALUATE FUNCTION TRIM(L-KIND)
               WHEN "POSTED"
                       COMPUTE BKT-UJ(BKT-IDX) = FUNCTION NUMVAL(
                           FUNCTION TRIM(L-FIELD4))
                   END-IF
               WHEN "ADJUST"
                   PERFORM Load-Adjust-Record
               WHEN "TRANSFER"
                   PERFORM Load-Transfer-Record
               WHEN OTHER
                   IF FUNCTION TRIM(L-KIND) = "CLOSED"
                           AND CLOSED-COUNT < MAX-CLOSED
                       ADD 1 TO CLOSED-COUNT
                       MOVE L-FIELD2(1:6)
                           TO CLOSED-PERIOD(CLOSED-COUNT)
                   END-IF
                   IF LEDGER-RECORD NOT = SPACES
                       IF CARRIED-COUNT < MAX-CARRIED
                           ADD 1 TO CARRIED-COUNT
                           MOVE LEDGER-RECORD
                               TO CARRIED-RECORD(CARRIED-COUNT)
                       ELSE
                           DISPLAY "energy_budget_post: ERROR - "
                               "carried-record table full ("
                               MAX-CARRIED ") - the ledger is not "
                               "rewritten"
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-EVALUATE
           .

       Load-Adjust-Record.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(L-FIELD4)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF ADJUST-COUNT >= MAX-ADJUSTS
               DISPLAY "energy_budget_post: ERROR - adjustment "
                   "table full (" MAX-ADJUSTS ") - the ledger is "
                   "not rewritten"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ADJUST-COUNT
           SET ADJ-IDX TO ADJUST-COUNT
           MOVE L-FIELD2(1:6) TO ADJ-PERIOD(ADJ-IDX)
           MOVE L-FIELD3 TO ADJ-NAME(ADJ-IDX)
           COMPUTE ADJ-UJ(ADJ-IDX) = FUNCTION NUMVAL(
               FUNCTION TRIM(L-FIELD4))
           MOVE L-FIELD5(1:6) TO ADJ-ORIG-PERIOD(ADJ-IDX)
           .

       Load-Transfer-Record.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(L-FIELD4)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF TRANSFER-COUNT >= MAX-TRANSFERS
               DISPLAY "energy_budget_post: ERROR - transfer "
                   "table full (" MAX-TRANSFERS ") - the ledger is "
                   "not rewritten"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO TRANSFER-COUNT
           SET XFR-IDX TO TRANSFER-COUNT
           MOVE L-FIELD2(1:6) TO XFR-PERIOD(XFR-IDX)
           MOVE L-FIELD3 TO XFR-NAME(XFR-IDX)
           COMPUTE XFR-UJ(XFR-IDX) = FUNCTION NUMVAL(
               FUNCTION TRIM(L-FIELD4))
           MOVE L-FIELD5(1:6) TO XFR-ORIG-PERIOD(XFR-IDX)
           MOVE L-FIELD6 TO XFR-CENTER(XFR-IDX)
           .

       Resolve-Open-Period.
      *> the current open period: this month, stepped forward past
      *> any month already closed.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-OPEN-YYYY
           MOVE WS-TODAY(5:2) TO WS-OPEN-MM
           MOVE WS-TODAY(1:6) TO WS-CHECK-PERIOD
           PERFORM Check-Period-Closed
           PERFORM UNTIL WS-IS-CLOSED = 'N'
               IF WS-OPEN-MM = 12
                   ADD 1 TO WS-OPEN-YYYY
                   MOVE 1 TO WS-OPEN-MM
               ELSE
                   ADD 1 TO WS-OPEN-MM
               END-IF
               MOVE WS-OPEN-YYYY TO WS-CHECK-PERIOD(1:4)
               MOVE WS-OPEN-MM TO WS-CHECK-PERIOD(5:2)
               PERFORM Check-Period-Closed
           END-PERFORM
           MOVE WS-CHECK-PERIOD TO WS-OPEN-PERIOD
           .

       Check-Period-Closed.
           MOVE 'N' TO WS-IS-CLOSED
           PERFORM VARYING CLOSED-IDX FROM 1 BY 1
               UNTIL CLOSED-IDX > CLOSED-COUNT
               IF CLOSED-PERIOD(CLOSED-IDX) = WS-CHECK-PERIOD
                   MOVE 'Y' TO WS-IS-CLOSED
               END-IF
           END-PERFORM
           .

       Post-Run-Lines.
           SET POST-NOT-AT-END TO TRUE
           OPEN INPUT ENERGY-LOG-IN
           IF WS-LOOKUP-NAME = SPACES
               MOVE "UNKNOWN" TO WS-LOOKUP-NAME
           END-IF

      *> a closed period's bucket stays as invoiced - the line goes
      *> to the open period as an adjustment instead.
           MOVE WS-LOOKUP-PERIOD TO WS-CHECK-PERIOD
           PERFORM Check-Period-Closed
           IF WS-IS-CLOSED = 'Y'
               PERFORM Find-Or-Add-Adjust
               IF WS-FOUND NOT = 2
                   ADD ELOG-DELTA-UJ TO ADJ-UJ(ADJ-IDX)
                   ADD 1 TO WS-LINE-COUNT
                   ADD 1 TO WS-ADJ-LINES
                   MOVE WS-OPEN-PERIOD TO WS-XFR-PERIOD
                   MOVE WS-LOOKUP-PERIOD TO WS-XFR-ORIG
                   PERFORM Post-Request-Transfer
               END-IF
               GO TO Post-One-Line-Exit
           END-IF

           PERFORM Find-Or-Add-Bucket
           IF WS-FOUND NOT = 2
               ADD ELOG-DELTA-UJ TO BKT-UJ(BKT-IDX)
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LOOKUP-PERIOD TO WS-XFR-PERIOD
               MOVE SPACES TO WS-XFR-ORIG
               PERFORM Post-Request-Transfer
           END-IF
           .
       Post-One-Line-Exit.
           EXIT.

       Post-Request-Transfer.
      *> a request's own line also moves to the request's center;
      *> an untagged line, or a request with no center on file,
      *> stays with the program's.
           IF ELOG-REQUEST = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "bench_request_check" USING ELOG-REQUEST
               WS-REQ-CENTER
           IF WS-REQ-CENTER = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM Find-Or-Add-Transfer
           IF WS-FOUND NOT = 2
               ADD ELOG-DELTA-UJ TO XFR-UJ(XFR-IDX)
               ADD 1 TO WS-XFR-LINES
           END-IF
           .

       Find-Or-Add-Transfer.
      *> keyed on (period, program, closed period, center).
           MOVE 0 TO WS-FOUND
           PERFORM VARYING XFR-IDX FROM 1 BY 1
               UNTIL XFR-IDX > TRANSFER-COUNT OR WS-FOUND = 1
               IF XFR-PERIOD(XFR-IDX) = WS-XFR-PERIOD
                       AND XFR-NAME(XFR-IDX) = WS-LOOKUP-NAME
                       AND XFR-ORIG-PERIOD(XFR-IDX) = WS-XFR-ORIG
                       AND XFR-CENTER(XFR-IDX) = WS-REQ-CENTER
                   MOVE 1 TO WS-FOUND
                   MOVE XFR-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET XFR-IDX TO WS-MATCH-IDX
           END-IF
           IF WS-FOUND = 0
               IF TRANSFER-COUNT >= MAX-TRANSFERS
                   DISPLAY "energy_budget_post: WARNING - transfer "
                       "table full (" MAX-TRANSFERS "), "
                       WS-XFR-PERIOD "/"
                       FUNCTION TRIM(WS-LOOKUP-NAME)
                       " stays with the program's center"
                   MOVE 2 TO WS-FOUND
               ELSE
                   ADD 1 TO TRANSFER-COUNT
                   SET XFR-IDX TO TRANSFER-COUNT
                   MOVE WS-XFR-PERIOD TO XFR-PERIOD(XFR-IDX)
                   MOVE WS-LOOKUP-NAME TO XFR-NAME(XFR-IDX)
                   MOVE 0 TO XFR-UJ(XFR-IDX)
                   MOVE WS-XFR-ORIG TO XFR-ORIG-PERIOD(XFR-IDX)
                   MOVE WS-REQ-CENTER TO XFR-CENTER(XFR-IDX)
                   MOVE 1 TO WS-FOUND
               END-IF
           END-IF
           .

       Find-Or-Add-Bucket.
      *> same find-or-add idiom as energy_report.cbl's
      *> Find-Or-Add-Prog, keyed on (period, program).
           END-IF
           .

       Find-Or-Add-Adjust.
      *> keyed on (open period, program, closed period).
           MOVE 0 TO WS-FOUND
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJUST-COUNT OR WS-FOUND = 1
               IF ADJ-PERIOD(ADJ-IDX) = WS-OPEN-PERIOD
                       AND ADJ-NAME(ADJ-IDX) = WS-LOOKUP-NAME
                       AND ADJ-ORIG-PERIOD(ADJ-IDX) =
                           WS-LOOKUP-PERIOD
                   MOVE 1 TO WS-FOUND
                   MOVE ADJ-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET ADJ-IDX TO WS-MATCH-IDX
           END-IF
           IF WS-FOUND = 0
               IF ADJUST-COUNT >= MAX-ADJUSTS
                   DISPLAY "energy_budget_post: WARNING - "
                       "adjustment table full (" MAX-ADJUSTS
                       "), dropping data for " WS-LOOKUP-PERIOD "/"
                       FUNCTION TRIM(WS-LOOKUP-NAME)
                   MOVE 2 TO WS-FOUND
               ELSE
                   ADD 1 TO ADJUST-COUNT
                   SET ADJ-IDX TO ADJUST-COUNT
                   MOVE WS-OPEN-PERIOD TO ADJ-PERIOD(ADJ-IDX)
                   MOVE WS-LOOKUP-NAME TO ADJ-NAME(ADJ-IDX)
                   MOVE 0 TO ADJ-UJ(ADJ-IDX)
                   MOVE WS-LOOKUP-PERIOD TO ADJ-ORIG-PERIOD(ADJ-IDX)
                   MOVE 1 TO WS-FOUND
               END-IF
           END-IF
           .

       Rewrite-Ledger.
      *> build the new ledger beside the old one and swap it in -
      *> the same CBL_RENAME_FILE route energy_retention uses, so a
                   INTO LEDGER-NEW-RECORD
               WRITE LEDGER-NEW-RECORD
           END-PERFORM
           PERFORM VARYING CARRIED-IDX FROM 1 BY 1
               UNTIL CARRIED-IDX > CARRIED-COUNT
               MOVE CARRIED-RECORD(CARRIED-IDX) TO LEDGER-NEW-RECORD
               WRITE LEDGER-NEW-RECORD
           END-PERFORM
           PERFORM VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > BUCKET-COUNT
               MOVE BKT-UJ(BKT-IDX) TO WS-UJ-DISP
                   INTO LEDGER-NEW-RECORD
               WRITE LEDGER-NEW-RECORD
           END-PERFORM
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJUST-COUNT
               MOVE ADJ-UJ(ADJ-IDX) TO WS-ADJ-DISP
               MOVE SPACES TO LEDGER-NEW-RECORD
               STRING "ADJUST," DELIMITED BY SIZE
                      ADJ-PERIOD(ADJ-IDX) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      FUNCTION TRIM(ADJ-NAME(ADJ-IDX))
                          DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ADJ-DISP DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      ADJ-ORIG-PERIOD(ADJ-IDX) DELIMITED BY SIZE
                   INTO LEDGER-NEW-RECORD
               WRITE LEDGER-NEW-RECORD
           END-PERFORM
           PERFORM VARYING XFR-IDX FROM 1 BY 1
               UNTIL XFR-IDX > TRANSFER-COUNT
               PERFORM Write-Transfer-Record
           END-PERFORM
           CLOSE LEDGER-NEW
           CALL "CBL_RENAME_FILE" USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-RENAME-RC
           END-IF
           .

       Write-Transfer-Record.
      *> a transfer that cannot be written whole is not written at
      *> all - the old ledger stays in place.
           MOVE XFR-UJ(XFR-IDX) TO WS-XFR-DISP
           MOVE SPACES TO LEDGER-NEW-RECORD
           STRING "TRANSFER," DELIMITED BY SIZE
                  XFR-PERIOD(XFR-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(XFR-NAME(XFR-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XFR-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  XFR-ORIG-PERIOD(XFR-IDX) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(XFR-CENTER(XFR-IDX))
                      DELIMITED BY SIZE
               INTO LEDGER-NEW-RECORD
               ON OVERFLOW
                   CLOSE LEDGER-NEW
                   CALL "CBL_DELETE_FILE" USING WS-OLD-NAME
                       RETURNING WS-DEL-RC
                   DISPLAY "energy_budget_post: ERROR - transfer "
                       XFR-PERIOD(XFR-IDX) "/"
                       FUNCTION TRIM(XFR-NAME(XFR-IDX)) " to "
                       FUNCTION TRIM(XFR-CENTER(XFR-IDX))
                       " does not fit a ledger record - the ledger "
                       "is not rewritten"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE LEDGER-NEW-RECORD
           .

       END PROGRAM energy-budget-post.
