       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl-reconcile.
       AUTHOR. Shiva9361.

      *> General-ledger acknowledgment reconciliation: cost_invoice's
      *> month-end run writes the journal extract
      *> "gl-journal-<period>" (gljrnl.cpy) and finance feeds it to
      *> the GL, which answers with an acknowledgment file
      *> (glack.cpy) - one record per journal line it accepted or
      *> rejected. This reads the two side by side and says whether
      *> every invoiced dollar actually reached the ledger, once:
      *>
      *>   REJECTED      - the GL refused a line (or, on line 0, the
      *>                   whole batch) - the reason is shown
      *>   DUPLICATE     - a line acknowledged accepted twice, i.e.
      *>                   posted twice
      *>   UNACKNOWLEDGED - a journal line the GL never answered for
      *>   UNKNOWN LINE  - an acknowledgment for a line the batch
      *>                   never carried
      *>
      *> The extract itself is checked first - its trailer's record
      *> count and hash total must match what is in the file, the
      *> same control-total stance energy_trailer takes with
      *> energy.log - so a damaged extract is not blamed on the GL.
      *> Debits accepted are then compared with debits journaled.
      *> A clean batch ends RECONCILED with RETURN-CODE 0; anything
      *> else is listed and the RETURN-CODE is 1.
      *>
      *> COBJOULES_INVOICE_PERIOD (optional) - YYYYMM, default the
      *>     month before the current one, as cost_invoice takes it
      *> COBJOULES_GL_ACK_FILE    (optional) - default
      *>     "gl-ack-<period>"

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-IN ASSIGN TO WS-GL-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLJ-FS.

           SELECT GL-ACK-IN ASSIGN TO WS-ACK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GLA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-IN.
       COPY "gljrnl.cpy".

       FD  GL-ACK-IN.
       COPY "glack.cpy".

       WORKING-STORAGE SECTION.
       01  GLJ-FS        PIC XX.
       01  GLA-FS        PIC XX.
       01  GLR-EOF       PIC X VALUE 'N'.
           88  GLR-AT-END     VALUE 'Y'.
           88  GLR-NOT-AT-END VALUE 'N'.

       01  WS-GL-PATH    PIC X(80) VALUE SPACES.
       01  WS-ACK-PATH   PIC X(100) VALUE SPACES.
       01  WS-PERIOD-ENV PIC X(6) VALUE SPACES.
       01  WS-PERIOD     PIC X(6).
       01  WS-TODAY      PIC X(21).
       01  WS-YYYY       PIC 9(4).
       01  WS-MM         PIC 9(2).

       01  WS-BATCH-ID   PIC X(12) VALUE SPACES.
       01  WS-HAVE-TRAILER PIC X VALUE 'N'.
       01  WS-RECORDS    PIC 9(7) VALUE 0.
       01  WS-HASH       PIC 9(13)V99 VALUE 0.
       01  WS-TRL-RECORDS PIC 9(7) VALUE 0.
       01  WS-TRL-HASH   PIC 9(13)V99 VALUE 0.

      *> the batch's journal lines, with what the GL said of each.
       01  MAX-LINES     PIC 9(3) VALUE 200.
       01  LINE-COUNT    PIC 9(3) VALUE 0.
       01  LINE-TABLE.
           05  LINE-ENTRY OCCURS 200 TIMES INDEXED BY LIN-IDX.
               10  LIN-NO        PIC 9(5).
               10  LIN-ACCOUNT   PIC X(12).
               10  LIN-CENTER    PIC X(20).
               10  LIN-SIDE      PIC X(2).
               10  LIN-AMOUNT    PIC 9(11)V99.
               10  LIN-REF       PIC X(12).
               10  LIN-ACCEPTS   PIC 9(3).
               10  LIN-REJECTS   PIC 9(3).
               10  LIN-GL-DOC    PIC X(12).
               10  LIN-REASON    PIC X(50).

       01  WS-FOUND      PIC 9(1).
       01  WS-ACKS       PIC 9(5) VALUE 0.
       01  WS-FOREIGN    PIC 9(5) VALUE 0.
       01  WS-PROBLEMS   PIC 9(5) VALUE 0.
       01  WS-BATCH-REJECTED PIC X VALUE 'N'.
       01  WS-BATCH-REASON PIC X(50) VALUE SPACES.
       01  WS-DR-JOURNALED PIC 9(13)V99 VALUE 0.
       01  WS-DR-ACCEPTED  PIC 9(13)V99 VALUE 0.
       01  AMT-DISP      PIC Z(10)9.99.
       01  AMT2-DISP     PIC Z(10)9.99.

       PROCEDURE DIVISION.
       Main-Reconcile.
           ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT
               "COBJOULES_INVOICE_PERIOD"
           IF WS-PERIOD-ENV NOT = SPACES
                   AND WS-PERIOD-ENV IS NUMERIC
               MOVE WS-PERIOD-ENV TO WS-PERIOD
           ELSE
      *> default: the month just closed, as cost_invoice bills it.
               MOVE FUNCTION CURRENT-DATE TO WS-TODAY
               MOVE WS-TODAY(1:4) TO WS-YYYY
               MOVE WS-TODAY(5:2) TO WS-MM
               IF WS-MM = 1
                   SUBTRACT 1 FROM WS-YYYY
                   MOVE 12 TO WS-MM
               ELSE
                   SUBTRACT 1 FROM WS-MM
               END-IF
               MOVE SPACES TO WS-PERIOD
               MOVE WS-YYYY TO WS-PERIOD(1:4)
               MOVE WS-MM TO WS-PERIOD(5:2)
           END-IF
           STRING "gl-journal-" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
               INTO WS-GL-PATH
           ACCEPT WS-ACK-PATH FROM ENVIRONMENT
               "COBJOULES_GL_ACK_FILE"
           IF WS-ACK-PATH = SPACES
               STRING "gl-ack-" DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                   INTO WS-ACK-PATH
           END-IF

           PERFORM Load-Journal
           PERFORM Check-Extract
           PERFORM Apply-Acks
           PERFORM Report-Lines

           DISPLAY "gl_reconcile: batch " FUNCTION TRIM(WS-BATCH-ID)
               " - " LINE-COUNT " journal line(s), " WS-ACKS
               " acknowledgment(s)"
           MOVE WS-DR-JOURNALED TO AMT-DISP
           MOVE WS-DR-ACCEPTED TO AMT2-DISP
           DISPLAY "gl_reconcile: debits journaled "
               FUNCTION TRIM(AMT-DISP) ", accepted by the GL "
               FUNCTION TRIM(AMT2-DISP)
           IF WS-DR-ACCEPTED NOT = WS-DR-JOURNALED
               ADD 1 TO WS-PROBLEMS
           END-IF
           IF WS-PROBLEMS = 0
               DISPLAY "gl_reconcile: RECONCILED - every journaled "
                   "amount reached the ledger exactly once"
           ELSE
               DISPLAY "gl_reconcile: NOT RECONCILED - "
                   WS-PROBLEMS " problem(s) above"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Journal.
           OPEN INPUT GL-JOURNAL-IN
           IF GLJ-FS NOT = "00"
               DISPLAY "gl_reconcile: ERROR - could not open "
                   FUNCTION TRIM(WS-GL-PATH) " (status " GLJ-FS
                   ") - run cost_invoice for " WS-PERIOD " first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL GLR-AT-END
               READ GL-JOURNAL-IN
                   AT END
                       SET GLR-AT-END TO TRUE
                   NOT AT END
                       PERFORM Load-Journal-Record
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-IN
           SET GLR-NOT-AT-END TO TRUE
           .

       Load-Journal-Record.
           ADD 1 TO WS-RECORDS
           EVALUATE TRUE
               WHEN GLJ-IS-HEADER
                   MOVE GLJ-BATCH-ID TO WS-BATCH-ID
               WHEN GLJ-IS-DETAIL
                   ADD GLJD-AMOUNT TO WS-HASH
                   IF LINE-COUNT >= MAX-LINES
                       DISPLAY "gl_reconcile: ERROR - journal line "
                           "table full (" MAX-LINES ")"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO LINE-COUNT
                   SET LIN-IDX TO LINE-COUNT
                   MOVE GLJD-LINE-NO TO LIN-NO(LIN-IDX)
                   MOVE GLJD-ACCOUNT TO LIN-ACCOUNT(LIN-IDX)
                   MOVE GLJD-CENTER TO LIN-CENTER(LIN-IDX)
                   MOVE GLJD-DR-CR TO LIN-SIDE(LIN-IDX)
                   MOVE GLJD-AMOUNT TO LIN-AMOUNT(LIN-IDX)
                   MOVE GLJD-REFERENCE TO LIN-REF(LIN-IDX)
                   MOVE 0 TO LIN-ACCEPTS(LIN-IDX)
                       LIN-REJECTS(LIN-IDX)
                   MOVE SPACES TO LIN-GL-DOC(LIN-IDX)
                       LIN-REASON(LIN-IDX)
                   IF GLJD-DEBIT
                       ADD GLJD-AMOUNT TO WS-DR-JOURNALED
                   END-IF
               WHEN GLJ-IS-TRAILER
                   MOVE 'Y' TO WS-HAVE-TRAILER
                   MOVE GLJT-RECORD-COUNT TO WS-TRL-RECORDS
                   MOVE GLJT-HASH-TOTAL TO WS-TRL-HASH
               WHEN OTHER
                   DISPLAY "gl_reconcile: WARNING - journal record "
                       "of unknown type '" GLJ-REC-TYPE "' skipped"
           END-EVALUATE
           .

       Check-Extract.
           IF WS-BATCH-ID = SPACES OR WS-HAVE-TRAILER NOT = 'Y'
               DISPLAY "gl_reconcile: ERROR - "
                   FUNCTION TRIM(WS-GL-PATH) " has no batch header "
                   "or trailer - the extract is incomplete"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRL-RECORDS NOT = WS-RECORDS
                   OR WS-TRL-HASH NOT = WS-HASH
               MOVE WS-TRL-HASH TO AMT-DISP
               MOVE WS-HASH TO AMT2-DISP
               DISPLAY "gl_reconcile: ERROR - extract control totals "
                   "do not match its contents (trailer "
                   WS-TRL-RECORDS " record(s), hash "
                   FUNCTION TRIM(AMT-DISP) "; file " WS-RECORDS
                   " record(s), hash " FUNCTION TRIM(AMT2-DISP)
                   ") - the extract was altered after it was written"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       Apply-Acks.
           OPEN INPUT GL-ACK-IN
           IF GLA-FS NOT = "00"
               DISPLAY "gl_reconcile: ERROR - could not open "
                   "acknowledgment file " FUNCTION TRIM(WS-ACK-PATH)
                   " (status " GLA-FS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL GLR-AT-END
               READ GL-ACK-IN
                   AT END
                       SET GLR-AT-END TO TRUE
                   NOT AT END
                       PERFORM Apply-One-Ack
               END-READ
           END-PERFORM
           CLOSE GL-ACK-IN
           SET GLR-NOT-AT-END TO TRUE
           IF WS-FOREIGN > 0
               DISPLAY "gl_reconcile: NOTE - " WS-FOREIGN
                   " acknowledgment(s) for other batches ignored"
           END-IF
           .

       Apply-One-Ack.
           IF GL-ACK-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF GLA-BATCH-ID NOT = WS-BATCH-ID
               ADD 1 TO WS-FOREIGN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACKS
           IF GLA-LINE-NO IS NOT NUMERIC
               DISPLAY "gl_reconcile: UNKNOWN LINE - unreadable "
                   "acknowledgment: " GL-ACK-RECORD
               ADD 1 TO WS-PROBLEMS
               EXIT PARAGRAPH
           END-IF
           IF GLA-LINE-NO = 0
               IF GLA-REJECTED
                   MOVE 'Y' TO WS-BATCH-REJECTED
                   MOVE GLA-REASON TO WS-BATCH-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > LINE-COUNT OR WS-FOUND = 1
               IF LIN-NO(LIN-IDX) = GLA-LINE-NO
                   MOVE 1 TO WS-FOUND
                   IF GLA-ACCEPTED
                       ADD 1 TO LIN-ACCEPTS(LIN-IDX)
                       MOVE GLA-GL-DOC TO LIN-GL-DOC(LIN-IDX)
                       IF LIN-SIDE(LIN-IDX) = "DR"
                           ADD LIN-AMOUNT(LIN-IDX) TO WS-DR-ACCEPTED
                       END-IF
                   ELSE
                       ADD 1 TO LIN-REJECTS(LIN-IDX)
                       MOVE GLA-REASON TO LIN-REASON(LIN-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               DISPLAY "gl_reconcile: UNKNOWN LINE - acknowledgment "
                   "for line " GLA-LINE-NO ", which batch "
                   FUNCTION TRIM(WS-BATCH-ID) " never carried"
               ADD 1 TO WS-PROBLEMS
           END-IF
           .

       Report-Lines.
           IF WS-BATCH-REJECTED = 'Y'
               DISPLAY "gl_reconcile: REJECTED - the GL refused batch "
                   FUNCTION TRIM(WS-BATCH-ID) ": "
                   FUNCTION TRIM(WS-BATCH-REASON)
               ADD 1 TO WS-PROBLEMS
           END-IF
           PERFORM VARYING LIN-IDX FROM 1 BY 1
               UNTIL LIN-IDX > LINE-COUNT
               MOVE LIN-AMOUNT(LIN-IDX) TO AMT-DISP
               EVALUATE TRUE
                   WHEN LIN-ACCEPTS(LIN-IDX) > 1
                       DISPLAY "gl_reconcile: DUPLICATE - line "
                           LIN-NO(LIN-IDX) " "
                           FUNCTION TRIM(LIN-ACCOUNT(LIN-IDX)) " "
                           LIN-SIDE(LIN-IDX) " "
                           FUNCTION TRIM(AMT-DISP) " (ref "
                           FUNCTION TRIM(LIN-REF(LIN-IDX))
                           ") accepted " LIN-ACCEPTS(LIN-IDX)
                           " times - posted more than once"
                       ADD 1 TO WS-PROBLEMS
                   WHEN LIN-ACCEPTS(LIN-IDX) = 1
                       CONTINUE
                   WHEN LIN-REJECTS(LIN-IDX) > 0
                       DISPLAY "gl_reconcile: REJECTED - line "
                           LIN-NO(LIN-IDX) " "
                           FUNCTION TRIM(LIN-ACCOUNT(LIN-IDX)) " "
                           FUNCTION TRIM(LIN-CENTER(LIN-IDX)) " "
                           LIN-SIDE(LIN-IDX) " "
                           FUNCTION TRIM(AMT-DISP) " (ref "
                           FUNCTION TRIM(LIN-REF(LIN-IDX)) "): "
                           FUNCTION TRIM(LIN-REASON(LIN-IDX))
                       ADD 1 TO WS-PROBLEMS
                   WHEN OTHER
                       DISPLAY "gl_reconcile: UNACKNOWLEDGED - line "
                           LIN-NO(LIN-IDX) " "
                           FUNCTION TRIM(LIN-ACCOUNT(LIN-IDX)) " "
                           FUNCTION TRIM(LIN-CENTER(LIN-IDX)) " "
                           LIN-SIDE(LIN-IDX) " "
                           FUNCTION TRIM(AMT-DISP) " (ref "
                           FUNCTION TRIM(LIN-REF(LIN-IDX)) ")"
                       ADD 1 TO WS-PROBLEMS
               END-EVALUATE
           END-PERFORM
           .

       END PROGRAM gl-reconcile.
