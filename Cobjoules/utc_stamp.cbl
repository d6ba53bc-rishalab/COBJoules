       IDENTIFICATION DIVISION.
       PROGRAM-ID. utc_stamp.
       AUTHOR. Shiva9361.

      *> Shared clock conversion: every energy.log TIMESTAMP is the
      *> writer's local CURRENT-DATE, and on the autumn DST night the
      *> same wall-clock hour happens twice - local stamps then
      *> repeat, elapsed arithmetic on them goes backwards, and a
      *> fleet log merged from hosts in different zones sorts into
      *> nonsense. CURRENT-DATE already carries the offset from UTC
      *> in its last five bytes, so the instant is recoverable; this
      *> is the one place that recovers it:
      *>
      *>   CALL "utc_stamp" USING UTC-REQUEST
      *>
      *> (utcstamp.cpy). A stamp whose offset bytes are not a usable
      *> "+hhmm"/"-hhmm" is taken as UTC itself, offset +0000 - the
      *> runtime writes that when it cannot tell the zone.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-DATE8      PIC 9(8).
       01  WS-DAYS       PIC 9(7).
       01  WS-DAY-SECS   PIC 9(5)V99.
       01  WS-HH         PIC 99.
       01  WS-MI         PIC 99.
       01  WS-SS         PIC 99.
       01  WS-CC         PIC 99.
       01  WS-REST-SECS  PIC 9(5)V99.
       01  WS-WORK-SECS  PIC S9(12)V99.
       01  WS-OFF-TEXT   PIC X(5).
       01  WS-OFF-HH     PIC 99.
       01  WS-OFF-MI     PIC 99.
       01  WS-OFF-SECS   PIC S9(5).
       01  WS-STAMP16    PIC X(16).

       LINKAGE SECTION.
           COPY "utcstamp.cpy".

       PROCEDURE DIVISION USING UTC-REQUEST.
           SET UTC-OK TO TRUE
           EVALUATE UTC-ACTION
               WHEN "TO-UTC"
                   PERFORM Local-To-Utc
               WHEN "PARSE"
                   PERFORM Parse-Utc
               WHEN "TO-LOCAL"
                   PERFORM Utc-To-Local
               WHEN OTHER
                   SET UTC-BAD TO TRUE
           END-EVALUATE
           GOBACK.

       Local-To-Utc.
           MOVE UTC-LOCAL-TS(1:16) TO WS-STAMP16
           PERFORM Stamp-To-Secs
           IF UTC-BAD
               MOVE SPACES TO UTC-TS UTC-OFFSET
               MOVE 0 TO UTC-SECS
               EXIT PARAGRAPH
           END-IF
           MOVE UTC-LOCAL-TS(17:5) TO WS-OFF-TEXT
           PERFORM Parse-Offset
           MOVE WS-OFF-TEXT TO UTC-OFFSET
           SUBTRACT WS-OFF-SECS FROM WS-WORK-SECS
           MOVE WS-WORK-SECS TO UTC-SECS
           PERFORM Secs-To-Stamp
           MOVE WS-STAMP16 TO UTC-TS
           .

       Parse-Utc.
           MOVE UTC-TS TO WS-STAMP16
           PERFORM Stamp-To-Secs
           IF UTC-BAD
               MOVE 0 TO UTC-SECS
           ELSE
               MOVE WS-WORK-SECS TO UTC-SECS
           END-IF
           .

       Utc-To-Local.
           MOVE UTC-SECS TO WS-WORK-SECS
           PERFORM Secs-To-Stamp
           MOVE WS-STAMP16 TO UTC-TS
           MOVE UTC-OFFSET TO WS-OFF-TEXT
           PERFORM Parse-Offset
           MOVE WS-OFF-TEXT TO UTC-OFFSET
           COMPUTE WS-WORK-SECS = UTC-SECS + WS-OFF-SECS
           PERFORM Secs-To-Stamp
           MOVE SPACES TO UTC-LOCAL-TS
           STRING WS-STAMP16 DELIMITED BY SIZE
                  UTC-OFFSET DELIMITED BY SIZE
               INTO UTC-LOCAL-TS
           .

       Stamp-To-Secs.
      *> YYYYMMDDhhmmsscc in WS-STAMP16 -> WS-WORK-SECS.
           IF WS-STAMP16 IS NOT NUMERIC
               SET UTC-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP16(1:8) TO WS-DATE8
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE8) NOT = 0
               SET UTC-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAMP16(9:2) TO WS-HH
           MOVE WS-STAMP16(11:2) TO WS-MI
           MOVE WS-STAMP16(13:2) TO WS-SS
           MOVE WS-STAMP16(15:2) TO WS-CC
           IF WS-HH > 23 OR WS-MI > 59 OR WS-SS > 60
               SET UTC-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WORK-SECS =
               FUNCTION INTEGER-OF-DATE(WS-DATE8) * 86400
               + WS-HH * 3600 + WS-MI * 60 + WS-SS + WS-CC / 100
           .

       Secs-To-Stamp.
      *> WS-WORK-SECS -> YYYYMMDDhhmmsscc in WS-STAMP16.
           DIVIDE WS-WORK-SECS BY 86400 GIVING WS-DAYS
               REMAINDER WS-DAY-SECS
           COMPUTE WS-DATE8 = FUNCTION DATE-OF-INTEGER(WS-DAYS)
           DIVIDE WS-DAY-SECS BY 3600 GIVING WS-HH
               REMAINDER WS-REST-SECS
           DIVIDE WS-REST-SECS BY 60 GIVING WS-MI
               REMAINDER WS-DAY-SECS
           MOVE WS-DAY-SECS TO WS-SS
           COMPUTE WS-CC = (WS-DAY-SECS - WS-SS) * 100
           MOVE SPACES TO WS-STAMP16
           STRING WS-DATE8 DELIMITED BY SIZE
                  WS-HH DELIMITED BY SIZE
                  WS-MI DELIMITED BY SIZE
                  WS-SS DELIMITED BY SIZE
                  WS-CC DELIMITED BY SIZE
               INTO WS-STAMP16
           .

       Parse-Offset.
      *> "+hhmm"/"-hhmm" in WS-OFF-TEXT -> signed WS-OFF-SECS;
      *> anything else is normalized to "+0000".
           MOVE 0 TO WS-OFF-SECS
           IF (WS-OFF-TEXT(1:1) = "+" OR WS-OFF-TEXT(1:1) = "-")
                   AND WS-OFF-TEXT(2:4) IS NUMERIC
               MOVE WS-OFF-TEXT(2:2) TO WS-OFF-HH
               MOVE WS-OFF-TEXT(4:2) TO WS-OFF-MI
               COMPUTE WS-OFF-SECS = WS-OFF-HH * 3600 + WS-OFF-MI * 60
               IF WS-OFF-TEXT(1:1) = "-"
                   COMPUTE WS-OFF-SECS = 0 - WS-OFF-SECS
               END-IF
           ELSE
               MOVE "+0000" TO WS-OFF-TEXT
           END-IF
           .

       END PROGRAM utc_stamp.
