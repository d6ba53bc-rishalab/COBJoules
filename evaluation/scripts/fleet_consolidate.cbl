      *> step failed) is NOT consumed: the position stops just
      *> before that run's first new line, so the next pull retries
      *> it - an unverified run must never reach the master.
      *> After the appends the master is re-ordered on each line's
      *> UTC instant (the shared reader's ELOG-UTC-SECS) through
      *> the shell's sort, so cross-host readers see one
      *> chronological stream even when the hosts keep different
      *> zones or one of them just fell back an hour for DST.
      *>
      *> That order is only as good as the hosts' clocks. Before
      *> pulling a remote node its clock is read over the same ssh
      *> route ("date -u") between two local UTC readings; the
      *> node's offset from this host is its reading minus the
      *> midpoint. Every measurement is appended to
      *> "fleet-clock-skew.log":
      *>
      *>   <stamp>,<host>,<offset secs>,<round trip secs>,OK|SKEWED
      *>
      *> and a node off by more than COBJOULES_CLOCK_SKEW_SECS
      *> (default 2) is flagged - its lines are still accepted, but
      *> their place in the cross-host order cannot be trusted.
      *>
      *> COBJOULES_REMOTE_HOSTS    (required) - comma-separated
      *>     host list; "localhost"/"local" reads the local log.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FLT-FS.

      *> the master with each line's UTC key prefixed, for the sort.
           SELECT FLEET-KEYED-FILE ASSIGN TO "fleet-energy.log.srt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS KEY-FS.

           SELECT CLOCK-CAPTURE ASSIGN TO WS-CLOCK-PATH
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CLK-FS.

           SELECT PROC-STAT-FILE ASSIGN TO "/proc/self/stat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PST-FS.

           SELECT SKEW-LOG-FILE ASSIGN TO "fleet-clock-skew.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SKW-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOST-CAPTURE.
       FD  FLEET-LOG-FILE.
       01  FLEET-LOG-RECORD PIC X(360).

       FD  FLEET-KEYED-FILE.
       01  FLEET-KEYED-RECORD.
           05  KEYED-UTC     PIC 9(12)V99.
           05  KEYED-COMMA   PIC X.
           05  KEYED-LINE    PIC X(360).

       FD  CLOCK-CAPTURE.
       01  CLOCK-RECORD PIC X(40).

       FD  PROC-STAT-FILE.
       01  PROC-STAT-RECORD PIC X(300).

       FD  SKEW-LOG-FILE.
       01  SKEW-LOG-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  CAP-FS        PIC XX.
       01  POS-FS        PIC XX.
       01  POSNEW-FS     PIC XX.
       01  FLT-FS        PIC XX.
       01  KEY-FS        PIC XX.
       01  CLK-FS        PIC XX.
       01  PST-FS        PIC XX.
       01  SKW-FS        PIC XX.
       01  CSD-EOF       PIC X VALUE 'N'.
           88  CSD-AT-END     VALUE 'Y'.
           88  CSD-NOT-AT-END VALUE 'N'.
       01  WS-REG-HOST   PIC X(40).
       01  WS-REG-STATUS PIC X.

      *> clock-offset probe: local UTC readings either side of the
      *> remote "date -u", in seconds from the INTEGER-OF-DATE
      *> epoch (utc_stamp).
       COPY "utcstamp.cpy".
      *> the probe's capture file is private to this process
      *> ("/tmp/cobjoules_fleet_clock.<pid>.out") and is removed
      *> before each probe writes it, so nothing another user left
      *> under that name is ever read back as a host's clock.
       01  WS-CLOCK-PATH PIC X(48) VALUE SPACES.
       01  WS-PID        PIC X(12).
       01  WS-DEL-RC     PIC S9(9) COMP-5.
       01  WS-SKEW-ENV   PIC X(8) VALUE SPACES.
       01  WS-SKEW-LIMIT PIC 9(5) VALUE 2.
       01  WS-PROBE-BEFORE PIC 9(12)V99.
       01  WS-PROBE-AFTER  PIC 9(12)V99.
       01  WS-REMOTE-SECS  PIC 9(12)V99.
       01  WS-SKEW-SECS    PIC S9(7)V99.
       01  WS-SKEW-ABS     PIC 9(7)V99.
       01  WS-ROUND-TRIP   PIC 9(7)V99.
       01  WS-SKEWED-HOSTS PIC 9(2) VALUE 0.
       01  WS-SKEW-VERDICT PIC X(6).
       01  WS-SKEW-STAMP   PIC X(21).
       01  SKEW-DISP       PIC -(6)9.99.
       01  TRIP-DISP       PIC Z(6)9.99.

      *> master re-order: the host tag is split off so the shared
      *> reader sees the raw line.
       01  WS-TAG-PTR    PIC 9(3).
       01  F-TAG-HOST    PIC X(40).

       PROCEDURE DIVISION.
       Main-Consolidate.
           ACCEPT WS-HOSTS-ENV FROM ENVIRONMENT
               MOVE WS-LOG-ENV TO WS-LOG-PATH
           END-IF

           ACCEPT WS-SKEW-ENV FROM ENVIRONMENT
               "COBJOULES_CLOCK_SKEW_SECS"
           IF WS-SKEW-ENV NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(WS-SKEW-ENV)) = 0
               COMPUTE WS-SKEW-LIMIT = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-SKEW-ENV))
           END-IF

           PERFORM Parse-Hosts
           PERFORM Load-Positions

           DISPLAY "fleet_consolidate: " WS-ACCEPTED " line(s) "
               "accepted into fleet-energy.log; " WS-WITHHELD
               " run(s) withheld pending their trailers"
           IF WS-SKEWED-HOSTS > 0
               DISPLAY "fleet_consolidate: WARNING - "
                   WS-SKEWED-HOSTS " host(s) with clock skew over "
                   WS-SKEW-LIMIT "s - see fleet-clock-skew.log; "
                   "cross-host ordering with them is untrustworthy"
           END-IF
           STOP RUN.

       Parse-Hosts.
               GO TO Pull-One-Host-Exit
           END-IF

           IF HOST-NAME(HOST-IDX) NOT = "localhost"
                   AND HOST-NAME(HOST-IDX) NOT = "local"
               PERFORM Measure-Clock-Skew
           END-IF

           MOVE SPACES TO WS-CMD
           IF HOST-NAME(HOST-IDX) = "localhost"
                   OR HOST-NAME(HOST-IDX) = "local"
       Pull-One-Host-Exit.
           EXIT.

       Measure-Clock-Skew.
           MOVE SPACES TO CLOCK-RECORD
           IF WS-CLOCK-PATH = SPACES
               PERFORM Name-Clock-File
           END-IF
           IF WS-CLOCK-PATH = SPACES
               DISPLAY "fleet_consolidate: WARNING - no private "
                   "capture file for the clock probe - "
                   FUNCTION TRIM(HOST-NAME(HOST-IDX))
                   "'s skew is unknown"
               EXIT PARAGRAPH
           END-IF
           PERFORM Clear-Clock-File
           PERFORM Read-Local-Utc
           MOVE UTC-SECS TO WS-PROBE-BEFORE
           MOVE SPACES TO WS-CMD
           STRING "set -C; ssh " DELIMITED BY SIZE
                  HOST-NAME(HOST-IDX) DELIMITED BY SPACE
                  " date -u +%Y%m%d%H%M%S00 > " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLOCK-PATH) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           PERFORM Read-Local-Utc
           MOVE UTC-SECS TO WS-PROBE-AFTER
           IF WS-RC = 0
               OPEN INPUT CLOCK-CAPTURE
               IF CLK-FS = "00"
                   READ CLOCK-CAPTURE
                       AT END
                           MOVE SPACES TO CLOCK-RECORD
                   END-READ
                   CLOSE CLOCK-CAPTURE
               END-IF
           END-IF
           PERFORM Clear-Clock-File
           MOVE "PARSE" TO UTC-ACTION
           MOVE CLOCK-RECORD(1:16) TO UTC-TS
           CALL "utc_stamp" USING UTC-REQUEST
           IF WS-RC NOT = 0 OR UTC-BAD
               DISPLAY "fleet_consolidate: WARNING - could not read "
                   FUNCTION TRIM(HOST-NAME(HOST-IDX))
                   "'s clock - its skew is unknown"
               EXIT PARAGRAPH
           END-IF
           MOVE UTC-SECS TO WS-REMOTE-SECS
           COMPUTE WS-ROUND-TRIP = WS-PROBE-AFTER - WS-PROBE-BEFORE
           COMPUTE WS-SKEW-SECS = WS-REMOTE-SECS
               - (WS-PROBE-BEFORE + WS-PROBE-AFTER) / 2
           MOVE WS-SKEW-SECS TO WS-SKEW-ABS
           MOVE WS-SKEW-SECS TO SKEW-DISP
           MOVE WS-ROUND-TRIP TO TRIP-DISP
           IF WS-SKEW-ABS > WS-SKEW-LIMIT
               MOVE "SKEWED" TO WS-SKEW-VERDICT
               ADD 1 TO WS-SKEWED-HOSTS
               DISPLAY "fleet_consolidate: WARNING - "
                   FUNCTION TRIM(HOST-NAME(HOST-IDX))
                   " clock is off by " FUNCTION TRIM(SKEW-DISP)
                   "s (round trip " FUNCTION TRIM(TRIP-DISP)
                   "s) - its lines cannot be ordered against "
                   "other hosts'"
           ELSE
               MOVE "OK" TO WS-SKEW-VERDICT
           END-IF
           PERFORM Log-Clock-Skew
           .

       Name-Clock-File.
      *> /proc/self/stat opens "<pid> (<command>) ...".
           OPEN INPUT PROC-STAT-FILE
           IF PST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROC-STAT-RECORD WS-PID
           READ PROC-STAT-FILE
               AT END
                   MOVE SPACES TO PROC-STAT-RECORD
           END-READ
           CLOSE PROC-STAT-FILE
           UNSTRING PROC-STAT-RECORD DELIMITED BY SPACE
               INTO WS-PID
           END-UNSTRING
           IF WS-PID = SPACES
                   OR FUNCTION TRIM(WS-PID) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING "/tmp/cobjoules_fleet_clock." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PID) DELIMITED BY SIZE
                  ".out" DELIMITED BY SIZE
               INTO WS-CLOCK-PATH
           .

       Clear-Clock-File.
           CALL "CBL_DELETE_FILE" USING WS-CLOCK-PATH
               RETURNING WS-DEL-RC
           .

       Read-Local-Utc.
           MOVE "TO-UTC" TO UTC-ACTION
           MOVE FUNCTION CURRENT-DATE TO UTC-LOCAL-TS
           CALL "utc_stamp" USING UTC-REQUEST
           .

       Log-Clock-Skew.
           MOVE FUNCTION CURRENT-DATE TO WS-SKEW-STAMP
           OPEN EXTEND SKEW-LOG-FILE
           IF SKW-FS = "05" OR SKW-FS = "35"
               OPEN OUTPUT SKEW-LOG-FILE
           END-IF
           IF SKW-FS NOT = "00"
               DISPLAY "fleet_consolidate: WARNING - could not "
                   "append fleet-clock-skew.log (status " SKW-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SKEW-LOG-RECORD
           STRING WS-SKEW-STAMP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(HOST-NAME(HOST-IDX))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(SKEW-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(TRIP-DISP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SKEW-VERDICT) DELIMITED BY SIZE
               INTO SKEW-LOG-RECORD
           WRITE SKEW-LOG-RECORD
           CLOSE SKEW-LOG-FILE
           .

       Validate-Host-Name.
      *> HOST-NAME goes unescaped into a CALL "SYSTEM" ssh line -
      *> the same whitelist remote_energy_collect enforces.
           .

       Sort-Fleet-Master.
      *> one chronological stream for cross-host readers, ordered on
      *> the UTC instant - local TIMESTAMPs from hosts in different
      *> zones, or from either side of a DST change, do not sort.
      *> Each line gets its instant prefixed as a fixed-width key,
      *> the shell's sort does the work (the same lean-on-the-shell
      *> stance the sleep/ssh/find call sites take), and the key is
      *> stripped again on the way back. A line with no usable
      *> stamp keys as zero and leads the stream.
           IF WS-ACCEPTED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FLEET-LOG-FILE
           IF FLT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FLEET-KEYED-FILE
           IF KEY-FS NOT = "00"
               CLOSE FLEET-LOG-FILE
               DISPLAY "fleet_consolidate: WARNING - could not "
                   "write the sort work file (status " KEY-FS
                   ") - lines are appended per host instead"
               EXIT PARAGRAPH
           END-IF
           SET CSD-NOT-AT-END TO TRUE
           PERFORM UNTIL CSD-AT-END
               READ FLEET-LOG-FILE
                   AT END
                       SET CSD-AT-END TO TRUE
                   NOT AT END
                       PERFORM Key-Fleet-Line
               END-READ
           END-PERFORM
           CLOSE FLEET-LOG-FILE
           CLOSE FLEET-KEYED-FILE

           MOVE SPACES TO WS-CMD
           STRING "sort -s -t , -k 1,1 -o fleet-energy.log.srt "
                      DELIMITED BY SIZE
                  "fleet-energy.log.srt" DELIMITED BY SIZE
               INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD RETURNING WS-RC
           IF WS-RC NOT = 0
               DISPLAY "fleet_consolidate: WARNING - could not "
                   "re-order the fleet master (status " WS-RC
                   ") - lines are appended per host instead"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FLEET-KEYED-FILE
           OPEN OUTPUT FLEET-LOG-FILE
           SET CSD-NOT-AT-END TO TRUE
           PERFORM UNTIL CSD-AT-END
               READ FLEET-KEYED-FILE
                   AT END
                       SET CSD-AT-END TO TRUE
                   NOT AT END
                       MOVE KEYED-LINE TO FLEET-LOG-RECORD
                       WRITE FLEET-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE FLEET-KEYED-FILE
           CLOSE FLEET-LOG-FILE
           CALL "CBL_DELETE_FILE" USING "fleet-energy.log.srt"
               RETURNING WS-RC
           .

       Key-Fleet-Line.
           MOVE SPACES TO F-TAG-HOST
           MOVE 1 TO WS-TAG-PTR
           UNSTRING FLEET-LOG-RECORD DELIMITED BY ","
               INTO F-TAG-HOST
               WITH POINTER WS-TAG-PTR
           END-UNSTRING
           MOVE SPACES TO ELOG-RAW-LINE
           IF WS-TAG-PTR <= 320
               MOVE FLEET-LOG-RECORD(WS-TAG-PTR:) TO ELOG-RAW-LINE
           END-IF
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           MOVE SPACES TO FLEET-KEYED-RECORD
           IF ELOG-UTC-KNOWN
               MOVE ELOG-UTC-SECS TO KEYED-UTC
           ELSE
               MOVE 0 TO KEYED-UTC
           END-IF
           MOVE "," TO KEYED-COMMA
           MOVE FLEET-LOG-RECORD TO KEYED-LINE
           WRITE FLEET-KEYED-RECORD
           .

       END PROGRAM fleet-consolidate.
