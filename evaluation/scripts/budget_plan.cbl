
       Load-Log-History.
      *> archive first, then the live log - the same merge order
      *> energy_trend uses. A monthly summary record in the archive
      *> is already that month's program total and adds in whole.
           OPEN INPUT ARCHIVE-LOG-IN
           IF ARCH-FS = "00"
               SET PLN-NOT-AT-END TO TRUE
       Tally-Log-Line.
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           IF (ELOG-IS-DATA OR ELOG-IS-SUMMARY) AND ELOG-LINE-VALID
                   AND ELOG-TIMESTAMP(1:6) IS NUMERIC
               MOVE ELOG-TIMESTAMP(1:6) TO WS-LINE-PERIOD
               PERFORM Find-Period-Slot
