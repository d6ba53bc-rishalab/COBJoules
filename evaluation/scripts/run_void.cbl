      *> chargeback. Every consumer (report, cost, trend, certify,
      *> catalog) excludes voided runs through run_void_check.
      *>
      *> A bucket in a CLOSED period (one cost_invoice has billed)
      *> is left as invoiced: the reversal is posted instead as a
      *> negative ADJUST in the current open period, tagged with
      *> the closed period - the same prior-period adjustment
      *> energy_budget_post makes for a late posting - and
      *> cost_invoice credits it against the original invoice.
      *> A benchmark request's TRANSFER to its own cost center is
      *> backed out the same way, beside the bucket it moved.
      *>
      *>   COBJOULES_VOID_RUN_ID (required) - the run to void
      *>   COBJOULES_VOID_REASON (required) - reason code, e.g.
      *>       INTERLOCK-BYPASS, WATCHDOG-KILL, WRONG-DATASET
      *>   COBJOULES_VOID_BY     (optional) - the name the
      *>       operator gives; it goes to security-audit.log only
      *>
      *> Voiding needs the APPROVER role in security-profile
      *> (security_check), judged on the caller's actual login -
      *> and that login, not the typed name, is the operator the
      *> run-voids register records.
      *>
      *> A run under legal hold (legal_hold) is refused: a run in
      *> vendor dispute or sampled for audit must keep standing as
      *> measured until its hold is released.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-OPERATOR   PIC X(20) VALUE SPACES.
       01  WS-STAMP      PIC X(21).
       01  WS-ALREADY    PIC X.
       COPY "legalhold.cpy".
       COPY "secchk.cpy".

       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".
               10  REV-PERIOD PIC X(6).
               10  REV-NAME   PIC X(20).
               10  REV-UJ     PIC 9(15).
      *> and the part of it a benchmark request moved to its own
      *> center, per (period, program, center).
       01  MAX-XREVS     PIC 9(3) VALUE 50.
       01  XREV-COUNT    PIC 9(3) VALUE 0.
       01  XREV-TABLE.
           05  XREV-ENTRY OCCURS 50 TIMES INDEXED BY XREV-IDX.
               10  XREV-PERIOD PIC X(6).
               10  XREV-NAME   PIC X(20).
               10  XREV-CENTER PIC X(20).
               10  XREV-UJ     PIC 9(15).
       01  WS-REQ-CENTER PIC X(20).

      *> the full ledger, loaded and rewritten with the reversal
      *> applied - the same tables energy_budget_post carries.
       01  L-FIELD2      PIC X(21).
       01  L-FIELD3      PIC X(20).
       01  L-FIELD4      PIC X(16).
       01  L-FIELD5      PIC X(8).
       01  L-FIELD6      PIC X(20).
       01  MAX-BUCKETS   PIC 9(3) VALUE 200.
       01  BUCKET-COUNT  PIC 9(3) VALUE 0.
       01  BUCKET-TABLE.
           05  VOIDED-MARK OCCURS 500 TIMES PIC X(21).
       01  VOIDED-IDX    PIC 9(3).

      *> period close, carried as energy_budget_post carries it.
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
       01  MAX-TRANSFERS PIC 9(3) VALUE 200.
       01  TRANSFER-COUNT PIC 9(3) VALUE 0.
       01  TRANSFER-TABLE.
           05  TRANSFER-ENTRY OCCURS 200 TIMES INDEXED BY XFR-IDX.
               10  XFR-PERIOD      PIC X(6).
               10  XFR-NAME        PIC X(20).
               10  XFR-UJ          PIC S9(15).
               10  XFR-ORIG-PERIOD PIC X(6).
               10  XFR-CENTER      PIC X(20).
       01  WS-XFR-PERIOD PIC X(6).
       01  WS-XFR-ORIG   PIC X(6).
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
       01  WS-ADJUSTED   PIC 9(3) VALUE 0.
       01  WS-ADJ-DISP   PIC +9(15).

       01  WS-WAS-POSTED PIC X VALUE 'N'.
       01  WS-UJ-DISP    PIC 9(15).
       01  WS-REVERSED   PIC 9(3) VALUE 0.
           ACCEPT WS-REASON FROM ENVIRONMENT
               "COBJOULES_VOID_REASON"
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "COBJOULES_VOID_BY"
           MOVE "run_void" TO SEC-PROGRAM
           MOVE "VOID" TO SEC-ACTION
           MOVE "APPROVER" TO SEC-ROLE
           MOVE WS-OPERATOR TO SEC-TYPED
           CALL "security_check" USING SECURITY-CHECK
           IF SEC-REFUSED
               DISPLAY "run_void: ERROR - not authorized to void "
                   "runs"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SEC-USER TO WS-OPERATOR

           IF WS-RUN-ID = SPACES OR WS-REASON = SPACES
               DISPLAY "run_void: ERROR - set COBJOULES_VOID_RUN_ID"
                   " and COBJOULES_VOID_REASON - a void must be "
                   "traceable"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
               STOP RUN
           END-IF

           MOVE "RUN" TO HCK-KIND
           MOVE WS-RUN-ID TO HCK-KEY
           CALL "legal_hold_check" USING HOLD-CHECK
           IF HCK-IS-HELD
               DISPLAY "run_void: run " FUNCTION TRIM(WS-RUN-ID)
                   " is under legal hold ("
                   FUNCTION TRIM(HCK-REASON) ", requested by "
                   FUNCTION TRIM(HCK-REQUESTER) ", placed "
                   HCK-PLACED(1:8) ") - not voided; release the "
                   "hold first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Ledger
           PERFORM Resolve-Open-Period
           PERFORM Check-Was-Posted
           IF WS-WAS-POSTED = 'Y'
               PERFORM Rebuild-Run-Consumption
               DISPLAY "run_void: " WS-REVERSED " ledger "
                   "bucket(s) reversed for run "
                   FUNCTION TRIM(WS-RUN-ID)
               IF WS-ADJUSTED > 0
                   DISPLAY "run_void: " WS-ADJUSTED " reversal(s) "
                       "fell in a closed period and were posted as "
                       "prior-period adjustments in " WS-OPEN-PERIOD
               END-IF
           ELSE
               DISPLAY "run_void: run " FUNCTION TRIM(WS-RUN-ID)
                   " was never posted - no ledger reversal needed"

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
                           DISPLAY "run_void: ERROR - carried-record "
                               "table full (" MAX-CARRIED ") - "
                               "nothing voided"
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
               DISPLAY "run_void: ERROR - adjustment table full ("
                   MAX-ADJUSTS ") - nothing voided"
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
               DISPLAY "run_void: ERROR - transfer table full ("
                   MAX-TRANSFERS ") - nothing voided"
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
      *> the same open period energy_budget_post resolves: this
      *> month, stepped forward past any month already closed.
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

       Check-Was-Posted.
           PERFORM VARYING POSTED-IDX FROM 1 BY 1
               UNTIL POSTED-IDX > POSTED-COUNT
               END-IF
               IF WS-FOUND = 1
                   ADD ELOG-DELTA-UJ TO REV-UJ(REV-IDX)
                   PERFORM Tally-Request-Transfer
               END-IF
           END-IF
           .

       Tally-Request-Transfer.
      *> the same request-center lookup energy_budget_post made.
           IF ELOG-REQUEST = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "bench_request_check" USING ELOG-REQUEST
               WS-REQ-CENTER
           IF WS-REQ-CENTER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING XREV-IDX FROM 1 BY 1
               UNTIL XREV-IDX > XREV-COUNT OR WS-FOUND = 1
               IF XREV-PERIOD(XREV-IDX) = WS-LOOKUP-PERIOD
                       AND XREV-NAME(XREV-IDX) = WS-LOOKUP-NAME
                       AND XREV-CENTER(XREV-IDX) = WS-REQ-CENTER
                   MOVE 1 TO WS-FOUND
                   MOVE XREV-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET XREV-IDX TO WS-MATCH-IDX
           ELSE
               IF XREV-COUNT < MAX-XREVS
                   ADD 1 TO XREV-COUNT
                   SET XREV-IDX TO XREV-COUNT
                   MOVE WS-LOOKUP-PERIOD TO XREV-PERIOD(XREV-IDX)
                   MOVE WS-LOOKUP-NAME TO XREV-NAME(XREV-IDX)
                   MOVE WS-REQ-CENTER TO XREV-CENTER(XREV-IDX)
                   MOVE 0 TO XREV-UJ(XREV-IDX)
                   MOVE 1 TO WS-FOUND
               END-IF
           END-IF
           IF WS-FOUND = 1
               ADD ELOG-DELTA-UJ TO XREV-UJ(XREV-IDX)
           END-IF
           .

       Reverse-Buckets.
           PERFORM VARYING REV-IDX FROM 1 BY 1
               UNTIL REV-IDX > REV-COUNT
               MOVE REV-PERIOD(REV-IDX) TO WS-CHECK-PERIOD
               PERFORM Check-Period-Closed
               IF WS-IS-CLOSED = 'Y'
                   PERFORM Adjust-Closed-Reversal
               ELSE
                   PERFORM Reverse-Open-Bucket
               END-IF
           END-PERFORM
           PERFORM VARYING XREV-IDX FROM 1 BY 1
               UNTIL XREV-IDX > XREV-COUNT
               PERFORM Reverse-Transfer
           END-PERFORM
           .

       Reverse-Transfer.
      *> beside the bucket reversal: in the line's own period while
      *> it is open, else in the open period tagged with the closed
      *> one - netting against whatever transfer is already there.
           MOVE XREV-PERIOD(XREV-IDX) TO WS-CHECK-PERIOD
           PERFORM Check-Period-Closed
           IF WS-IS-CLOSED = 'Y'
               MOVE WS-OPEN-PERIOD TO WS-XFR-PERIOD
               MOVE XREV-PERIOD(XREV-IDX) TO WS-XFR-ORIG
           ELSE
               MOVE XREV-PERIOD(XREV-IDX) TO WS-XFR-PERIOD
               MOVE SPACES TO WS-XFR-ORIG
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING XFR-IDX FROM 1 BY 1
               UNTIL XFR-IDX > TRANSFER-COUNT OR WS-FOUND = 1
               IF XFR-PERIOD(XFR-IDX) = WS-XFR-PERIOD
                       AND XFR-NAME(XFR-IDX) = XREV-NAME(XREV-IDX)
                       AND XFR-ORIG-PERIOD(XFR-IDX) = WS-XFR-ORIG
                       AND XFR-CENTER(XFR-IDX) =
                           XREV-CENTER(XREV-IDX)
                   MOVE 1 TO WS-FOUND
                   MOVE XFR-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET XFR-IDX TO WS-MATCH-IDX
           ELSE
               IF TRANSFER-COUNT >= MAX-TRANSFERS
                   DISPLAY "run_void: ERROR - transfer table full ("
                       MAX-TRANSFERS ") - nothing voided"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO TRANSFER-COUNT
               SET XFR-IDX TO TRANSFER-COUNT
               MOVE WS-XFR-PERIOD TO XFR-PERIOD(XFR-IDX)
               MOVE XREV-NAME(XREV-IDX) TO XFR-NAME(XFR-IDX)
               MOVE 0 TO XFR-UJ(XFR-IDX)
               MOVE WS-XFR-ORIG TO XFR-ORIG-PERIOD(XFR-IDX)
               MOVE XREV-CENTER(XREV-IDX) TO XFR-CENTER(XFR-IDX)
           END-IF
           SUBTRACT XREV-UJ(XREV-IDX) FROM XFR-UJ(XFR-IDX)
           .

       Reverse-Open-Bucket.
           PERFORM VARYING BKT-IDX FROM 1 BY 1
               UNTIL BKT-IDX > BUCKET-COUNT
               IF BKT-PERIOD(BKT-IDX) = REV-PERIOD(REV-IDX)
                       AND BKT-NAME(BKT-IDX) =
                           REV-NAME(REV-IDX)
                   IF BKT-UJ(BKT-IDX) >= REV-UJ(REV-IDX)
                       SUBTRACT REV-UJ(REV-IDX)
                           FROM BKT-UJ(BKT-IDX)
                   ELSE
                       DISPLAY "run_void: WARNING - bucket "
                           BKT-PERIOD(BKT-IDX) "/"
                           FUNCTION TRIM(BKT-NAME(BKT-IDX))
                           " holds less than the reversal - "
                           "floored at zero (was the ledger "
                           "edited by hand?)"
                       MOVE 0 TO BKT-UJ(BKT-IDX)
                   END-IF
                   ADD 1 TO WS-REVERSED
               END-IF
           END-PERFORM
           .

       Adjust-Closed-Reversal.
      *> keyed on (open period, program, closed period), netting
      *> against a late posting of the same run already adjusted.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJUST-COUNT OR WS-FOUND = 1
               IF ADJ-PERIOD(ADJ-IDX) = WS-OPEN-PERIOD
                       AND ADJ-NAME(ADJ-IDX) = REV-NAME(REV-IDX)
                       AND ADJ-ORIG-PERIOD(ADJ-IDX) =
                           REV-PERIOD(REV-IDX)
                   MOVE 1 TO WS-FOUND
                   MOVE ADJ-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND = 1
               SET ADJ-IDX TO WS-MATCH-IDX
           ELSE
               IF ADJUST-COUNT >= MAX-ADJUSTS
                   DISPLAY "run_void: ERROR - adjustment table full ("
                       MAX-ADJUSTS ") - nothing voided"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ADJUST-COUNT
               SET ADJ-IDX TO ADJUST-COUNT
               MOVE WS-OPEN-PERIOD TO ADJ-PERIOD(ADJ-IDX)
               MOVE REV-NAME(REV-IDX) TO ADJ-NAME(ADJ-IDX)
               MOVE 0 TO ADJ-UJ(ADJ-IDX)
               MOVE REV-PERIOD(REV-IDX) TO ADJ-ORIG-PERIOD(ADJ-IDX)
           END-IF
           SUBTRACT REV-UJ(REV-IDX) FROM ADJ-UJ(ADJ-IDX)
           ADD 1 TO WS-REVERSED
           ADD 1 TO WS-ADJUSTED
           .

       Rewrite-Ledger.
      *> same build-then-swap energy_budget_post uses; POSTED
      *> markers survive (the run can still never be re-posted)
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
      *> laid out as energy_budget_post writes it; one that cannot
      *> be written whole leaves the old ledger in place.
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
                   DISPLAY "run_void: ERROR - transfer "
                       XFR-PERIOD(XFR-IDX) "/"
                       FUNCTION TRIM(XFR-NAME(XFR-IDX)) " to "
                       FUNCTION TRIM(XFR-CENTER(XFR-IDX))
                       " does not fit a ledger record - nothing "
                       "voided"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE LEDGER-NEW-RECORD
           .

       Append-Void-Record.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           OPEN EXTEND VOID-FILE
