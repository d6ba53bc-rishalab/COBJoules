      *> COBJOULES_CARBON_SCHEDULE (optional) - schedule file,
      *>     default "carbon-schedule", the same format
      *>     energy_carbon reads.
      *>
      *> Hours come from the reader's site clock stamp
      *> (ELOG-SITE-TS), the same hour energy_carbon and
      *> tariff_engine price by - see COBJOULES_SITE_UTC_OFFSET.
      *>
      *> The history is read from the program-history index
      *> (prog_history), not parsed out of energy.log line by line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SCHED-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHED-RECORD PIC X(40).

       WORKING-STORAGE SECTION.
       01  SCHED-FS      PIC XX.
       01  SCHED-EOF     PIC X VALUE 'N'.
           88  SCHED-AT-END     VALUE 'Y'.
           88  SCHED-NOT-AT-END VALUE 'N'.
               10  BAND-TO-HH   PIC 9(2).
               10  BAND-GCO2    PIC 9(5)V9(2) COMP-3.

       COPY "energyrec.cpy".
       COPY "proghist.cpy".

      *> per-program hour-of-day profile cells.
       01  WS-LOOKUP-NAME PIC X(20).
           .

       Build-Profiles.
      *> every program's history, one program after another.
           MOVE "OPEN" TO PHIST-ACTION
           MOVE SPACES TO PHIST-PROGRAM
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           IF PHIST-FAILED
               DISPLAY "tod_advisor: ERROR - the program history "
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
           .

       Tally-Line.
           IF ELOG-SITE-TS(9:2) IS NOT NUMERIC
               GO TO Tally-Line-Exit
           END-IF

           END-IF

      *> hour 0 lands in cell 1.
           MOVE ELOG-SITE-TS(9:2) TO WS-HOUR
           COMPUTE WS-HOUR-SLOT = WS-HOUR + 1
           ADD ELOG-DELTA-UJ TO CELL-UJ(PROG-IDX, WS-HOUR-SLOT)
           ADD 1 TO CELL-LINES(PROG-IDX, WS-HOUR-SLOT)
