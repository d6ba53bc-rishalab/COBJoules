      *> hottest thermal-zone temperature with every delta, so the
      *> question "how much of our run-to-run spread is thermal?"
      *> finally has data behind it. This reads one program's history
      *> from the program-history index (prog_history), buckets
      *> every checkpoint-pair line by temperature band, and shows
      *> per-band average energy per line - a program whose hot-band
      *> average sits well above its cool-band average has a thermal
      *> component that energy_diff would otherwise report as a
      *> regression.
      *>
      *> COBJOULES_THERMAL_PROGRAM (required) - the program name (as
      *>     logged via COBJOULES_PROGRAM_NAME) to correlate.
      *> band for lines logged on hosts with no readable thermal
      *> zone (or before the field existed).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-PROG-FILTER PIC X(20) VALUE SPACES.

      *> the program's history lines, each returned by prog_history
      *> as the ELOG-PARSED energy_log_read would have produced.
       COPY "energyrec.cpy".
       COPY "proghist.cpy".

       01  DELTA-NUM     PIC 9(15).
       01  WS-TEMP-C     PIC 9(3)V9 COMP-3.
               STOP RUN
           END-IF

           MOVE "OPEN" TO PHIST-ACTION
           MOVE WS-PROG-FILTER TO PHIST-PROGRAM
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           IF PHIST-FAILED
               DISPLAY "energy_thermal: ERROR - the program history "
                   "could not be read"
               STOP RUN
           END-IF

           MOVE "NEXT" TO PHIST-ACTION
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           PERFORM UNTIL PHIST-AT-END
               PERFORM Process-Line THRU Process-Line-Exit
               CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
                   ELOG-PARSED
           END-PERFORM

           MOVE "CLOSE" TO PHIST-ACTION
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED

           IF WS-LINE-COUNT = 0
               DISPLAY "energy_thermal: no data found for program "
           STOP RUN.

       Process-Line.
      *> the index returns only this program's ordinary data lines -
      *> control-total trailers and batch_driver's whole-sweep
      *> bracket never reach it.
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(ELOG-DELTA-X)) NOT = 0
               GO TO Process-Line-Exit
           END-IF
