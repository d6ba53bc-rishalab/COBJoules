      *> mapped forward as version 1, with whatever trailing fields
      *> they predate left blank. The next field the log grows is a
      *> one-place change here, not a hunt across every report.
      *>
      *> The UTC view of each line (ELOG-UTC-*, ELOG-SITE-TS) comes
      *> from the shared clock subprogram utc_stamp; the site offset
      *> setting is read once per run unit.
      *>
      *> A "VM" line is a monthly summary record archive_summarize
      *> writes in place of rolled-up archive detail:
      *>   VM,<YYYYMM>,<host>,<program>,<domain>,<lines>,<uJ>,
      *>      <runs>,<trailered runs>,<trailer lines>,<trailer uJ>,
      *>      <built ts>
      *> mapped to ELOG-IS-SUMMARY with the ELOG-SUM-* fields set.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FROM-LEN   PIC 9(4) COMP.
       01  WS-TO-LEN     PIC 9(4) COMP.

      *> the "U:"/"O:" trailing fields, the "Q:" request tag that
      *> may follow them, and the site clock.
       01  F-UTC-FIELD   PIC X(20).
       01  F-OFF-FIELD   PIC X(10).
       01  F-REQ-FIELD   PIC X(12).
       01  WS-SITE-LOADED PIC X VALUE 'N'.
       01  WS-SITE-OFFSET PIC X(5) VALUE SPACES.
       01  WS-SITE-ENV   PIC X(10) VALUE SPACES.

      *> monthly summary record fields.
       01  F-SUM-LINES   PIC X(12).
       01  F-SUM-RUNS    PIC X(10).
       01  F-SUM-TRL-RUNS PIC X(10).
       01  F-SUM-TRL-LINES PIC X(12).
       01  F-SUM-TRL-UJ  PIC X(18).
           COPY "utcstamp.cpy".

       LINKAGE SECTION.
       01  ELOG-RAW-LINE PIC X(320).
           COPY "energyrec.cpy".
               ELOG-DELTA-X ELOG-TIMESTAMP ELOG-ELAPSED-X
               ELOG-PROGNAME ELOG-SYSPATH ELOG-CPU ELOG-PKGID
               ELOG-MIGRATED ELOG-WORKLOAD ELOG-ATTR ELOG-TEMP
               ELOG-FREQ ELOG-GOVERNOR ELOG-REQUEST
               ELOG-UTC-TS ELOG-UTC-OFFSET ELOG-SITE-TS
               F-UTC-FIELD F-OFF-FIELD F-REQ-FIELD
           MOVE 0 TO ELOG-UTC-SECS
           MOVE 'N' TO ELOG-UTC-FLAG
           MOVE SPACES TO ELOG-SUM-PERIOD ELOG-SUM-HOST
           MOVE 0 TO ELOG-SUM-LINES ELOG-SUM-RUNS ELOG-SUM-TRL-RUNS
               ELOG-SUM-TRL-LINES ELOG-SUM-TRL-UJ

           MOVE SPACES TO F-TOKEN-1
           UNSTRING ELOG-RAW-LINE DELIMITED BY ","
      *> ids are CURRENT-DATE stamps); a first field that is not a
      *> recognized token is a legacy line whose first field IS the
      *> run id.
           IF FUNCTION TRIM(F-TOKEN-1) = "VM"
               PERFORM Parse-Summary
               GOBACK
           END-IF
           IF FUNCTION TRIM(F-TOKEN-1) = "V2"
               MOVE 2 TO ELOG-VERSION
               UNSTRING ELOG-RAW-LINE DELIMITED BY ","
                        ELOG-DELTA-X ELOG-TIMESTAMP ELOG-ELAPSED-X
                        ELOG-PROGNAME ELOG-SYSPATH ELOG-CPU
                        ELOG-PKGID ELOG-MIGRATED ELOG-WORKLOAD
                        ELOG-ATTR ELOG-TEMP ELOG-FREQ ELOG-GOVERNOR
                        F-UTC-FIELD F-OFF-FIELD F-REQ-FIELD
               END-UNSTRING
               IF F-REQ-FIELD(1:2) = "Q:"
                   MOVE F-REQ-FIELD(3:) TO ELOG-REQUEST
               END-IF
           ELSE
               MOVE 1 TO ELOG-VERSION
               UNSTRING ELOG-RAW-LINE DELIMITED BY ","
                        ELOG-DELTA-X ELOG-TIMESTAMP ELOG-ELAPSED-X
                        ELOG-PROGNAME ELOG-SYSPATH ELOG-CPU
                        ELOG-PKGID ELOG-MIGRATED ELOG-WORKLOAD
                        ELOG-ATTR ELOG-TEMP ELOG-FREQ ELOG-GOVERNOR
               END-UNSTRING
           END-IF

               MOVE 'Y' TO ELOG-DELTA-OK
           END-IF

           PERFORM Derive-Utc

           IF FUNCTION TRIM(ELOG-RUNID) NOT = SPACES
                   AND FUNCTION TRIM(ELOG-CPPAIR) NOT = SPACES
                   AND ELOG-DELTA-OK = 'Y'

           GOBACK.

       Parse-Summary.
      *> a month has no single instant: TIMESTAMP is the first of
      *> the month with no offset, and the site clock is left on
      *> those digits so the month never shifts under a site offset.
           MOVE 2 TO ELOG-VERSION
           SET ELOG-IS-SUMMARY TO TRUE
           MOVE SPACES TO F-SUM-LINES F-SUM-RUNS F-SUM-TRL-RUNS
               F-SUM-TRL-LINES F-SUM-TRL-UJ
           UNSTRING ELOG-RAW-LINE DELIMITED BY ","
               INTO F-TOKEN-1
                    ELOG-SUM-PERIOD ELOG-SUM-HOST ELOG-PROGNAME
                    ELOG-DOMAIN F-SUM-LINES ELOG-DELTA-X
                    F-SUM-RUNS F-SUM-TRL-RUNS F-SUM-TRL-LINES
                    F-SUM-TRL-UJ
           END-UNSTRING
           MOVE "MONTH-SUMMARY" TO ELOG-CPPAIR
           IF ELOG-SUM-PERIOD IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(ELOG-DELTA-X)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(F-SUM-LINES)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE ELOG-DELTA-UJ = FUNCTION NUMVAL(
               FUNCTION TRIM(ELOG-DELTA-X))
           MOVE 'Y' TO ELOG-DELTA-OK
           COMPUTE ELOG-SUM-LINES = FUNCTION NUMVAL(
               FUNCTION TRIM(F-SUM-LINES))
           MOVE ELOG-SUM-LINES TO ELOG-ELAPSED-X
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-SUM-RUNS)) = 0
               COMPUTE ELOG-SUM-RUNS = FUNCTION NUMVAL(
                   FUNCTION TRIM(F-SUM-RUNS))
           END-IF
           IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(F-SUM-TRL-RUNS)) = 0
               COMPUTE ELOG-SUM-TRL-RUNS = FUNCTION NUMVAL(
                   FUNCTION TRIM(F-SUM-TRL-RUNS))
           END-IF
           IF FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(F-SUM-TRL-LINES)) = 0
               COMPUTE ELOG-SUM-TRL-LINES = FUNCTION NUMVAL(
                   FUNCTION TRIM(F-SUM-TRL-LINES))
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(F-SUM-TRL-UJ)) = 0
               COMPUTE ELOG-SUM-TRL-UJ = FUNCTION NUMVAL(
                   FUNCTION TRIM(F-SUM-TRL-UJ))
           END-IF
           MOVE SPACES TO ELOG-TIMESTAMP
           STRING ELOG-SUM-PERIOD DELIMITED BY SIZE
                  "0100000000" DELIMITED BY SIZE
               INTO ELOG-TIMESTAMP
           MOVE ELOG-TIMESTAMP(1:16) TO ELOG-SITE-TS
           MOVE 'Y' TO ELOG-VALID
           .

       Derive-Utc.
      *> an explicit "U:"/"O:" pair is the writer's own statement of
      *> the instant; without one (older lines, trailers, sweep
      *> brackets) the offset CURRENT-DATE left in TIMESTAMP says
      *> the same thing.
           IF WS-SITE-LOADED NOT = 'Y'
               MOVE 'Y' TO WS-SITE-LOADED
               ACCEPT WS-SITE-ENV FROM ENVIRONMENT
                   "COBJOULES_SITE_UTC_OFFSET"
               IF (WS-SITE-ENV(1:1) = "+" OR WS-SITE-ENV(1:1) = "-")
                       AND WS-SITE-ENV(2:4) IS NUMERIC
                   MOVE WS-SITE-ENV(1:5) TO WS-SITE-OFFSET
               END-IF
           END-IF
           IF F-UTC-FIELD(1:2) = "U:" AND F-OFF-FIELD(1:2) = "O:"
               MOVE "PARSE" TO UTC-ACTION
               MOVE F-UTC-FIELD(3:16) TO UTC-TS
               MOVE F-OFF-FIELD(3:5) TO UTC-OFFSET
           ELSE
               MOVE "TO-UTC" TO UTC-ACTION
               MOVE ELOG-TIMESTAMP TO UTC-LOCAL-TS
           END-IF
           CALL "utc_stamp" USING UTC-REQUEST
           IF UTC-BAD
               MOVE ELOG-TIMESTAMP(1:16) TO ELOG-SITE-TS
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ELOG-UTC-FLAG
           MOVE UTC-TS TO ELOG-UTC-TS
           MOVE UTC-OFFSET TO ELOG-UTC-OFFSET
           MOVE UTC-SECS TO ELOG-UTC-SECS
           IF WS-SITE-OFFSET = SPACES
               MOVE ELOG-TIMESTAMP(1:16) TO ELOG-SITE-TS
           ELSE
               MOVE "TO-LOCAL" TO UTC-ACTION
               MOVE WS-SITE-OFFSET TO UTC-OFFSET
               CALL "utc_stamp" USING UTC-REQUEST
               MOVE UTC-LOCAL-TS(1:16) TO ELOG-SITE-TS
           END-IF
           .

       Classify-Region-Or-Data.
      *> a named measurement region's pair is <name>-BEG-><name>-END
      *> (measure_energy's Region-End writes it) - recognized by the
