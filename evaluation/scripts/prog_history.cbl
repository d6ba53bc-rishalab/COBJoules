       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog_history.
       AUTHOR. Shiva9361.

      *> Program-history index: the per-program reports (energy_spc,
      *> energy_thermal, tod_advisor, domain_mix, energy_trend,
      *> sort_curve) each parsed every line of energy.log through
      *> energy_log_read to pick out one program's history, and with
      *> months of nightly sweeps appended that is nearly all wasted
      *> work. This keeps an ORGANIZATION INDEXED file of the log's
      *> valid data lines keyed by program, then timestamp, then
      *> run - each record carrying the line's domain, delta,
      *> elapsed, temperature, workload and UTC stamp - and hands
      *> them back one at a time through PROGRAM-HISTORY-REQUEST
      *> (proghist.cpy) as an ordinary ELOG-PARSED, so the reports'
      *> tally logic is unchanged.
      *>
      *> Loading follows run_catalog: a one-line position file
      *> (program-history.pos) remembers how many energy.log lines
      *> are already posted, and a report's first OPEN posts only
      *> what has been appended since - the index is never stale,
      *> and only the new lines are ever parsed. A position of zero
      *> rebuilds the file from scratch. A log shorter than the
      *> position has been purged since the last load; unlike
      *> run_catalog (which leaves the re-post to its next nightly
      *> run) the index is rebuilt on the spot, since a report is
      *> waiting on it. energy_retention asks for the REBUILD itself
      *> after each purge, which also covers a purged log that has
      *> already grown back past the old position.
      *>
      *> No generation is kept before a load: unlike the run
      *> catalog nothing is ever posted here that cannot be posted
      *> again from energy.log, and a report opening the index
      *> should not cut a generation each time. Voided runs are
      *> indexed like any other - a void can arrive after the line
      *> is posted - and each report keeps its own run_void_check.
      *>
      *> The line sequence number closes the key, so two lines of
      *> one run with the same stamp (its domains) stay distinct,
      *> and a program's lines come back in the order they were
      *> logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENERGY-LOG-IN ASSIGN TO "energy.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PH-LOG-FS.

           SELECT PROGRAM-HISTORY-FILE
               ASSIGN TO "program-history.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY PH-KEY
               FILE STATUS IS PH-FS.

      *> remembers how far into energy.log the previous load got,
      *> the same one-line position file run-catalog.pos is.
           SELECT HISTORY-POS-FILE ASSIGN TO "program-history.pos"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PH-POS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENERGY-LOG-IN.
      *> matches energy_report.cbl/energy_diff.cbl's record width.
       01  PH-LOG-RECORD PIC X(320).

       FD  PROGRAM-HISTORY-FILE.
       01  HISTORY-RECORD.
           05  PH-KEY.
               10  PH-PROGRAM    PIC X(20).
               10  PH-TIMESTAMP  PIC X(21).
               10  PH-RUN-ID     PIC X(21).
               10  PH-LINE-NO    PIC 9(9).
           05  PH-DOMAIN     PIC X(24).
           05  PH-DELTA-UJ   PIC 9(15).
           05  PH-ELAPSED    PIC X(15).
           05  PH-TEMP       PIC X(10).
           05  PH-WORKLOAD   PIC X(12).
      *> the line's UTC instant as energy_log_read derived it; the
      *> site clock is worked out again on the way back out, so a
      *> change to COBJOULES_SITE_UTC_OFFSET never needs a rebuild.
           05  PH-UTC-TS     PIC X(16).
           05  PH-UTC-OFFSET PIC X(5).
           05  PH-UTC-SECS   PIC 9(12)V99.
           05  PH-UTC-FLAG   PIC X.

       FD  HISTORY-POS-FILE.
       01  HISTORY-POS-RECORD PIC 9(9).

       WORKING-STORAGE SECTION.
       01  PH-LOG-FS     PIC XX.
       01  PH-FS         PIC XX.
       01  PH-POS-FS     PIC XX.
       01  PH-EOF        PIC X VALUE 'N'.
           88  PH-AT-END      VALUE 'Y'.
           88  PH-NOT-AT-END  VALUE 'N'.

       01  WS-POSTED-POS  PIC 9(9) VALUE 0.
       01  WS-LINE-NO     PIC 9(9) VALUE 0.
       01  WS-NEW-LINES   PIC 9(9) VALUE 0.

      *> the index is brought up to date once per run unit - a
      *> report opening it program by program does not re-read the
      *> log each time.
       01  WS-LOADED-FLAG PIC X VALUE 'N'.
           88  HISTORY-LOADED VALUE 'Y'.

      *> reading state between OPEN, NEXT and CLOSE.
       01  WS-READ-OPEN   PIC X VALUE 'N'.
           88  HISTORY-READ-OPEN VALUE 'Y'.
       01  WS-READ-DONE   PIC X VALUE 'N'.
           88  HISTORY-READ-DONE VALUE 'Y'.
       01  WS-READ-PROGRAM PIC X(20).

       01  ELOG-RAW-LINE PIC X(320).

      *> the site clock, read once per run unit as energy_log_read
      *> reads it.
       01  WS-SITE-LOADED PIC X VALUE 'N'.
       01  WS-SITE-OFFSET PIC X(5) VALUE SPACES.
       01  WS-SITE-ENV   PIC X(10) VALUE SPACES.
           COPY "utcstamp.cpy".

       LINKAGE SECTION.
       COPY "proghist.cpy".
       COPY "energyrec.cpy".

       PROCEDURE DIVISION USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED.
       Main-History.
           SET PHIST-OK TO TRUE
           EVALUATE FUNCTION TRIM(PHIST-ACTION)
               WHEN "OPEN"
                   IF HISTORY-READ-OPEN
                       CLOSE PROGRAM-HISTORY-FILE
                       MOVE 'N' TO WS-READ-OPEN
                   END-IF
                   IF NOT HISTORY-LOADED
                       PERFORM Load-History
                   END-IF
                   IF NOT PHIST-FAILED
                       PERFORM Open-For-Read
                   END-IF
               WHEN "NEXT"
                   PERFORM Read-Next-Line THRU Read-Next-Line-Exit
               WHEN "CLOSE"
                   IF HISTORY-READ-OPEN
                       CLOSE PROGRAM-HISTORY-FILE
                       MOVE 'N' TO WS-READ-OPEN
                   END-IF
               WHEN "REBUILD"
      *> the position goes to zero first, so a rebuild that fails
      *> part way is finished by the next OPEN.
                   MOVE 0 TO WS-POSTED-POS WS-LINE-NO
                   PERFORM Write-Position
                   PERFORM Post-New-Lines
                   IF NOT PHIST-FAILED
                       PERFORM Write-Position
                       MOVE 'Y' TO WS-LOADED-FLAG
                   END-IF
               WHEN OTHER
                   DISPLAY "prog_history: ERROR - unknown action '"
                       FUNCTION TRIM(PHIST-ACTION) "'"
                   SET PHIST-FAILED TO TRUE
           END-EVALUATE
           GOBACK.

       Load-History.
           PERFORM Read-Position
           PERFORM Post-New-Lines
           IF PHIST-FAILED
               EXIT PARAGRAPH
           END-IF

      *> energy.log shorter than the remembered position means a
      *> purged copy was swapped in since the last load - rebuild
      *> from the top now rather than report on a stale index.
           IF WS-LINE-NO < WS-POSTED-POS
               DISPLAY "prog_history: energy.log is shorter than the "
                   "last posted position (purged since last load) - "
                   "rebuilding program-history.dat"
               MOVE 0 TO WS-POSTED-POS
               PERFORM Post-New-Lines
               IF PHIST-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM Write-Position
           MOVE 'Y' TO WS-LOADED-FLAG
           .

       Post-New-Lines.
           OPEN INPUT ENERGY-LOG-IN
           IF PH-LOG-FS NOT = "00"
               DISPLAY "prog_history: ERROR - could not open "
                   "energy.log (status " PH-LOG-FS ")"
               SET PHIST-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

      *> a load from the top (first ever, after a purge, or asked
      *> for) starts from an empty file - every line is about to be
      *> posted again under the same keys.
           IF WS-POSTED-POS = 0
               OPEN OUTPUT PROGRAM-HISTORY-FILE
               CLOSE PROGRAM-HISTORY-FILE
           END-IF

           OPEN I-O PROGRAM-HISTORY-FILE
           IF PH-FS = "05" OR PH-FS = "35"
               OPEN OUTPUT PROGRAM-HISTORY-FILE
               CLOSE PROGRAM-HISTORY-FILE
               OPEN I-O PROGRAM-HISTORY-FILE
           END-IF
           IF PH-FS NOT = "00"
               DISPLAY "prog_history: ERROR - could not open "
                   "program-history.dat (status " PH-FS ")"
               CLOSE ENERGY-LOG-IN
               SET PHIST-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LINE-NO WS-NEW-LINES
           SET PH-NOT-AT-END TO TRUE
           PERFORM UNTIL PH-AT-END
               READ ENERGY-LOG-IN
                   AT END
                       SET PH-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-LINE-NO > WS-POSTED-POS
                           PERFORM Post-Line THRU Post-Line-Exit
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ENERGY-LOG-IN
           CLOSE PROGRAM-HISTORY-FILE
           .

       Read-Position.
           MOVE 0 TO WS-POSTED-POS
           OPEN INPUT HISTORY-POS-FILE
           IF PH-POS-FS = "00"
               READ HISTORY-POS-FILE
                   NOT AT END
                       MOVE HISTORY-POS-RECORD TO WS-POSTED-POS
               END-READ
               CLOSE HISTORY-POS-FILE
           END-IF
           .

       Write-Position.
           OPEN OUTPUT HISTORY-POS-FILE
           IF PH-POS-FS = "00"
               MOVE WS-LINE-NO TO HISTORY-POS-RECORD
               WRITE HISTORY-POS-RECORD
               CLOSE HISTORY-POS-FILE
           ELSE
               DISPLAY "prog_history: WARNING - could not write "
                   "program-history.pos (status " PH-POS-FS "); the "
                   "next load will re-post from the top"
           END-IF
           .

       Post-Line.
      *> the shared reader owns the line's shape, exactly as for
      *> run_catalog's Post-Line.
           MOVE PH-LOG-RECORD TO ELOG-RAW-LINE
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED

      *> only ordinary data lines are history - trailers, sweep
      *> brackets and regions are left out for the reason every
      *> per-program report already skipped them.
           IF NOT ELOG-IS-DATA OR NOT ELOG-LINE-VALID
               GO TO Post-Line-Exit
           END-IF

           MOVE SPACES TO HISTORY-RECORD
           MOVE FUNCTION TRIM(ELOG-PROGNAME) TO PH-PROGRAM
           MOVE ELOG-TIMESTAMP TO PH-TIMESTAMP
           MOVE FUNCTION TRIM(ELOG-RUNID) TO PH-RUN-ID
           MOVE WS-LINE-NO TO PH-LINE-NO
           MOVE ELOG-DOMAIN TO PH-DOMAIN
           MOVE ELOG-DELTA-UJ TO PH-DELTA-UJ
           MOVE ELOG-ELAPSED-X TO PH-ELAPSED
           MOVE ELOG-TEMP TO PH-TEMP
           MOVE ELOG-WORKLOAD TO PH-WORKLOAD
           MOVE ELOG-UTC-TS TO PH-UTC-TS
           MOVE ELOG-UTC-OFFSET TO PH-UTC-OFFSET
           MOVE ELOG-UTC-SECS TO PH-UTC-SECS
           MOVE ELOG-UTC-FLAG TO PH-UTC-FLAG

           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "prog_history: WARNING - could not write "
                       "line " WS-LINE-NO " (status " PH-FS ")"
                   GO TO Post-Line-Exit
           END-WRITE
           ADD 1 TO WS-NEW-LINES
           .
       Post-Line-Exit.
           EXIT.

       Open-For-Read.
           MOVE 'N' TO WS-READ-DONE
           OPEN INPUT PROGRAM-HISTORY-FILE
           IF PH-FS NOT = "00"
               DISPLAY "prog_history: ERROR - could not open "
                   "program-history.dat (status " PH-FS ")"
               SET PHIST-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-READ-OPEN
           MOVE PHIST-PROGRAM TO WS-READ-PROGRAM

      *> the lowest key of the program asked for, or of the whole
      *> file.
           MOVE LOW-VALUES TO PH-KEY
           IF WS-READ-PROGRAM NOT = SPACES
               MOVE FUNCTION TRIM(WS-READ-PROGRAM) TO PH-PROGRAM
           END-IF
           START PROGRAM-HISTORY-FILE
               KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-READ-DONE
           END-START
           .

       Read-Next-Line.
           IF NOT HISTORY-READ-OPEN OR HISTORY-READ-DONE
               SET PHIST-AT-END TO TRUE
               GO TO Read-Next-Line-Exit
           END-IF

           READ PROGRAM-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-READ-DONE
                   SET PHIST-AT-END TO TRUE
                   GO TO Read-Next-Line-Exit
           END-READ
           IF WS-READ-PROGRAM NOT = SPACES
                   AND PH-PROGRAM NOT = FUNCTION TRIM(WS-READ-PROGRAM)
               MOVE 'Y' TO WS-READ-DONE
               SET PHIST-AT-END TO TRUE
               GO TO Read-Next-Line-Exit
           END-IF

      *> the record goes back out as the data line it was posted
      *> from.
           INITIALIZE ELOG-PARSED
           MOVE 2 TO ELOG-VERSION
           MOVE 'Y' TO ELOG-VALID
           SET ELOG-IS-DATA TO TRUE
           MOVE PH-RUN-ID TO ELOG-RUNID
           MOVE PH-DOMAIN TO ELOG-DOMAIN
           MOVE PH-DELTA-UJ TO ELOG-DELTA-UJ
           MOVE PH-DELTA-UJ TO ELOG-DELTA-X
           MOVE 'Y' TO ELOG-DELTA-OK
           MOVE PH-TIMESTAMP TO ELOG-TIMESTAMP
           MOVE PH-ELAPSED TO ELOG-ELAPSED-X
           MOVE PH-PROGRAM TO ELOG-PROGNAME
           MOVE PH-WORKLOAD TO ELOG-WORKLOAD
           MOVE PH-TEMP TO ELOG-TEMP
           MOVE PH-UTC-TS TO ELOG-UTC-TS
           MOVE PH-UTC-OFFSET TO ELOG-UTC-OFFSET
           MOVE PH-UTC-SECS TO ELOG-UTC-SECS
           MOVE PH-UTC-FLAG TO ELOG-UTC-FLAG
           PERFORM Derive-Site-Stamp
           .
       Read-Next-Line-Exit.
           EXIT.

       Derive-Site-Stamp.
      *> the same rule energy_log_read's Derive-Utc applies: the
      *> instant at COBJOULES_SITE_UTC_OFFSET when that is set and
      *> the instant is known, the line's own local clock otherwise.
           IF WS-SITE-LOADED NOT = 'Y'
               MOVE 'Y' TO WS-SITE-LOADED
               ACCEPT WS-SITE-ENV FROM ENVIRONMENT
                   "COBJOULES_SITE_UTC_OFFSET"
               IF (WS-SITE-ENV(1:1) = "+" OR WS-SITE-ENV(1:1) = "-")
                       AND WS-SITE-ENV(2:4) IS NUMERIC
                   MOVE WS-SITE-ENV(1:5) TO WS-SITE-OFFSET
               END-IF
           END-IF
           IF WS-SITE-OFFSET = SPACES OR NOT ELOG-UTC-KNOWN
               MOVE ELOG-TIMESTAMP(1:16) TO ELOG-SITE-TS
           ELSE
               MOVE "TO-LOCAL" TO UTC-ACTION
               MOVE ELOG-UTC-SECS TO UTC-SECS
               MOVE WS-SITE-OFFSET TO UTC-OFFSET
               CALL "utc_stamp" USING UTC-REQUEST
               MOVE UTC-LOCAL-TS(1:16) TO ELOG-SITE-TS
           END-IF
           .

       END PROGRAM prog_history.
