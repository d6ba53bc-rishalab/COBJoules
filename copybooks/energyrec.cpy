      *> future shape changes are the reader's business alone.
      *>
      *> ELOG-VERSION: 1 = legacy line (no token, first field is the
      *> run id), 2 = line beginning with the "V2" schema token or
      *> the "VM" monthly-summary token.
      *> ELOG-VALID is 'N' for a line that has no usable run id /
      *> checkpoint pair or whose delta is not numeric - reports
      *> skip those; the auditor quarantines them.
      *> measurement region (pair <name>-BEG-><name>-END): regions
      *> overlap each other and the checkpoint chain by design, so
      *> they too would double-count if accumulated. Only 'D' lines
      *> are ordinary measurements. 'M' marks a monthly summary
      *> record archive_summarize left in energy-archive.log in
      *> place of the detail it rolled up: no run id, the month's
      *> program/domain/host total in ELOG-DELTA-UJ, TIMESTAMP set
      *> to the first of the month, the rest in ELOG-SUM-*. Month-
      *> level consumers add it in; run-level ones skip it.
           05  ELOG-REC-KIND     PIC X.
               88  ELOG-IS-TRAILER   VALUE 'T'.
               88  ELOG-IS-SWEEP     VALUE 'S'.
               88  ELOG-IS-REGION    VALUE 'R'.
               88  ELOG-IS-DATA      VALUE 'D'.
               88  ELOG-IS-SUMMARY   VALUE 'M'.
           05  ELOG-RUNID        PIC X(21).
           05  ELOG-CPPAIR       PIC X(34).
           05  ELOG-DOMAIN       PIC X(24).
           05  ELOG-WORKLOAD     PIC X(12).
           05  ELOG-ATTR         PIC X(20).
           05  ELOG-TEMP         PIC X(10).
      *> cpufreq policy at the later checkpoint: "F:<kHz>" and
      *> "G:<governor>", "N/A" where the host has no cpufreq, blank
      *> on lines written before the fields existed.
           05  ELOG-FREQ         PIC X(12).
           05  ELOG-GOVERNOR     PIC X(20).
      *> the benchmark request (bench_request's request id) the
      *> step that wrote the line was run for - the line's "Q:"
      *> field; blank for the regular deck and for lines written
      *> before the field existed.
           05  ELOG-REQUEST      PIC X(8).
      *> the line's instant in UTC (YYYYMMDDhhmmsscc), the offset
      *> its local TIMESTAMP was taken at, and the instant as
      *> seconds from the INTEGER-OF-DATE epoch for ordering and
      *> elapsed arithmetic. Taken from the "U:"/"O:" fields where
      *> the line has them, otherwise derived from the offset
      *> CURRENT-DATE keeps in TIMESTAMP. ELOG-UTC-KNOWN is off when
      *> TIMESTAMP is not a usable stamp at all.
           05  ELOG-UTC-TS       PIC X(16).
           05  ELOG-UTC-OFFSET   PIC X(5).
           05  ELOG-UTC-SECS     PIC 9(12)V99.
           05  ELOG-UTC-FLAG     PIC X.
               88  ELOG-UTC-KNOWN    VALUE 'Y'.
      *> the wall-clock stamp to bucket by hour, day or month: the
      *> instant at COBJOULES_SITE_UTC_OFFSET (+hhmm/-hhmm) when
      *> that is set - one fixed offset, so no hour ever repeats and
      *> hosts in other zones land on the site's clock - otherwise
      *> the line's own local TIMESTAMP digits.
           05  ELOG-SITE-TS      PIC X(16).
      *> monthly summary records only: the month, the host the
      *> detail was measured on, the detail line count, and the
      *> control totals of the trailers of the runs it was built
      *> from (runs rolled in, how many had a trailer, and those
      *> trailers' certified line count and uJ).
           05  ELOG-SUM-PERIOD    PIC X(6).
           05  ELOG-SUM-HOST      PIC X(64).
           05  ELOG-SUM-LINES     PIC 9(9).
           05  ELOG-SUM-RUNS      PIC 9(7).
           05  ELOG-SUM-TRL-RUNS  PIC 9(7).
           05  ELOG-SUM-TRL-LINES PIC 9(9).
           05  ELOG-SUM-TRL-UJ    PIC 9(15).
