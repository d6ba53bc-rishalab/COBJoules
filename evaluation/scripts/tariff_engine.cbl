      *>
      *> COBJOULES_TARIFF_PERIOD (optional) - YYYYMM, default the
      *>     current month.
      *>
      *> Period, month and hour come from the reader's site clock
      *> stamp (ELOG-SITE-TS): set COBJOULES_SITE_UTC_OFFSET to the
      *> tariff's clock and the autumn DST night's repeated hour is
      *> priced as two hours, and a host kept on another zone is
      *> priced on the site's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF NOT ELOG-IS-DATA OR NOT ELOG-LINE-VALID
               GO TO Price-One-Line-Exit
           END-IF
           IF ELOG-SITE-TS(1:6) NOT = WS-PERIOD
                   OR ELOG-DOMAIN(1:7) NOT = "package"
               GO TO Price-One-Line-Exit
           END-IF
           IF ELOG-SITE-TS(9:2) IS NOT NUMERIC
               GO TO Price-One-Line-Exit
           END-IF
           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-VOID-LOOKUP
           END-IF

           ADD 1 TO WS-LINES
           MOVE ELOG-SITE-TS(9:2) TO WS-LINE-HOUR
           MOVE ELOG-SITE-TS(5:2) TO WS-LINE-MM
      *> uJ -> kWh, the same conversion chain energy_cost applies.
           COMPUTE WS-KWH = ELOG-DELTA-UJ / 1000000 / 3600000
           ADD WS-KWH TO WS-TOTAL-KWH
