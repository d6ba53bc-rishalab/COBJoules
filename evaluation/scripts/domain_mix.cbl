      *> logged run against its latest; a move of more than
      *> COBJOULES_MIX_SHIFT_PCT points (default 10) is flagged.
      *> Output goes through the shared report writer.
      *>
      *> The history is read from the program-history index
      *> (prog_history), each program's lines in time order.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ENV-VALUE  PIC X(6) VALUE SPACES.
       01  WS-SHIFT-PCT  PIC 9(3) VALUE 10.

       COPY "energyrec.cpy".
       COPY "proghist.cpy".
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

               COMPUTE WS-SHIFT-PCT = FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF

           MOVE "OPEN" TO PHIST-ACTION
           MOVE SPACES TO PHIST-PROGRAM
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           IF PHIST-FAILED
               DISPLAY "domain_mix: ERROR - the program history "
                   "could not be read"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "NEXT" TO PHIST-ACTION
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           PERFORM UNTIL PHIST-AT-END
               PERFORM Tally-Line THRU Tally-Line-Exit
               CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
                   ELOG-PARSED
           END-PERFORM
           MOVE "CLOSE" TO PHIST-ACTION
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED

           IF PROG-COUNT = 0
               DISPLAY "domain_mix: no data found in energy.log"
           .

       Tally-Line.
      *> runs voided through run_void never mix.
           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-VOID-LOOKUP
           CALL "run_void_check" USING WS-VOID-LOOKUP
           EXIT.

       Note-Run-Boundary.
      *> the history is chronological: the program's first run's
      *> totals freeze when a different run id appears; the
      *> current-run accumulators reset on every change and always
      *> hold the latest run at end of scan.
           IF FIRST-RUN-ID(PROG-IDX) = SPACES
               MOVE FUNCTION TRIM(ELOG-RUNID)
                   TO FIRST-RUN-ID(PROG-IDX)
