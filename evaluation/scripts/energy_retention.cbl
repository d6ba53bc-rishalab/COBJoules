      *> turn "today minus N days" into a YYYYMMDD cutoff that a
      *> plain string compare against that prefix can use, with no
      *> need to parse the rest of the timestamp.
      *>
      *> A run under legal hold ("legal-holds", maintained by
      *> legal_hold) keeps every line in energy.log however old -
      *> evidence in a dispute does not age out - and the job lists
      *> each held run it protected. A FILE hold on energy.log
      *> itself defers the purge entirely.
      *>
      *> Once the purged copy is in place the program-history index
      *> (prog_history) is rebuilt from it, so the per-program
      *> reports never read history the log no longer holds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TOK-OP     PIC X(2).
       01  WS-TOK-RC     PIC X.

      *> legal holds: lines the age test would have archived but a
      *> hold kept, per held run, for the closing report.
       COPY "legalhold.cpy".
       COPY "proghist.cpy".
       01  WS-HELD-COUNT  PIC 9(9) VALUE 0.
       01  MAX-HELD       PIC 9(3) VALUE 100.
       01  HELD-RUN-COUNT PIC 9(3) VALUE 0.
       01  HELD-TABLE.
           05  HELD-ENTRY OCCURS 100 TIMES INDEXED BY HELD-IDX.
               10  HELD-RUN-ID    PIC X(21).
               10  HELD-LINES     PIC 9(9).
               10  HELD-REASON    PIC X(30).
               10  HELD-REQUESTER PIC X(20).

       PROCEDURE DIVISION.
       Main-Retention.
           ACCEPT WS-RETENTION-ENV FROM ENVIRONMENT
               END-IF
           END-IF

           MOVE "FILE" TO HCK-KIND
           MOVE "energy.log" TO HCK-KEY
           CALL "legal_hold_check" USING HOLD-CHECK
           IF HCK-IS-HELD
               DISPLAY "energy_retention: energy.log is under legal "
                   "hold (" FUNCTION TRIM(HCK-REASON) ", for "
                   FUNCTION TRIM(HCK-REQUESTER) ") - purge deferred "
                   "until the hold is released"
               STOP RUN
           END-IF

           MOVE "MX" TO WS-TOK-OP
           CALL "elog_token" USING WS-TOK-OP WS-TOK-RC
           IF WS-TOK-RC NOT = 'Y'
           END-IF
           PERFORM Release-Log-Token

           MOVE "REBUILD" TO PHIST-ACTION
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           IF PHIST-FAILED
               DISPLAY "energy_retention: WARNING - the program-"
                   "history index could not be rebuilt; the next "
                   "report to open it rebuilds it instead"
           END-IF

           DISPLAY "energy_retention: kept " WS-KEEP-COUNT
               " line(s), archived " WS-ARCHIVE-COUNT
               " line(s) older than " WS-CUTOFF-DATE
                   "timestamp and were kept rather than risk "
                   "archiving the wrong data"
           END-IF
           IF WS-HELD-COUNT > 0
               DISPLAY "energy_retention: " WS-HELD-COUNT
                   " line(s) past retention kept under legal hold:"
               PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-RUN-COUNT
                   DISPLAY "  run " HELD-RUN-ID(HELD-IDX) " - "
                       HELD-LINES(HELD-IDX) " line(s) ("
                       FUNCTION TRIM(HELD-REASON(HELD-IDX))
                       ", for "
                       FUNCTION TRIM(HELD-REQUESTER(HELD-IDX)) ")"
               END-PERFORM
           END-IF

           STOP RUN.

               COMPUTE WS-LINE-DATE = FUNCTION NUMVAL(
                   WS-LINE-DATE-X)
               IF WS-LINE-DATE < WS-CUTOFF-DATE
                   PERFORM Archive-Unless-Held
               ELSE
                   PERFORM Keep-Line
               END-IF
           END-IF
           .

       Archive-Unless-Held.
           MOVE 'N' TO HCK-HELD
           IF ELOG-LINE-VALID AND ELOG-RUNID NOT = SPACES
               MOVE "RUN" TO HCK-KIND
               MOVE ELOG-RUNID TO HCK-KEY
               CALL "legal_hold_check" USING HOLD-CHECK
           END-IF
           IF HCK-IS-HELD
               ADD 1 TO WS-HELD-COUNT
               PERFORM Note-Held-Run
               PERFORM Keep-Line
           ELSE
               MOVE RET-RECORD TO RET-ARCH-RECORD
               WRITE RET-ARCH-RECORD
               ADD 1 TO WS-ARCHIVE-COUNT
           END-IF
           .

       Note-Held-Run.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
               UNTIL HELD-IDX > HELD-RUN-COUNT
               OR HELD-RUN-ID(HELD-IDX) = FUNCTION TRIM(ELOG-RUNID)
               CONTINUE
           END-PERFORM
           IF HELD-IDX > HELD-RUN-COUNT
               IF HELD-RUN-COUNT >= MAX-HELD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO HELD-RUN-COUNT
               SET HELD-IDX TO HELD-RUN-COUNT
               MOVE FUNCTION TRIM(ELOG-RUNID)
                   TO HELD-RUN-ID(HELD-IDX)
               MOVE 0 TO HELD-LINES(HELD-IDX)
               MOVE HCK-REASON TO HELD-REASON(HELD-IDX)
               MOVE HCK-REQUESTER TO HELD-REQUESTER(HELD-IDX)
           END-IF
           ADD 1 TO HELD-LINES(HELD-IDX)
           .

       Keep-Line.
           MOVE RET-RECORD TO RET-KEEP-RECORD
           WRITE RET-KEEP-RECORD
