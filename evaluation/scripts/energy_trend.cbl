      *> show whether a program's nightly cost has crept up over two
      *> quarters without exporting anything to a spreadsheet.
      *>
      *> COBJOULES_TREND_BUCKET (optional) - "DAY" (default),
      *>     "WEEK" or "MONTH"; weeks are keyed by their Monday,
      *>     derived from the same INTEGER-OF-DATE arithmetic
      *>     energy_retention uses for its cutoff, months by their
      *>     first day.
      *>
      *> Monthly summary records archive_summarize leaves in the
      *> archive in place of old detail carry a whole month, so they
      *> are only bucketed by MONTH, where they land exactly. A DAY
      *> or WEEK bucket would book the whole month on its first day
      *> as one false spike, so at those granularities summaries
      *> are left out and a closing note counts them - summarized
      *> history is trended with COBJOULES_TREND_BUCKET=MONTH.
      *>
      *> Known events from the "event-annotations" register
      *> (annotation_maint) for the program, its hosts or the whole
      *> site are printed as ">>" marker lines just above the
      *> bucket they fell in (annotation_lookup), so a step in the
      *> series sits beside the BIOS update or compiler change that
      *> explains it.
      *>
      *> The live log's part of the history is read from the
      *> program-history index (prog_history) rather than parsed
      *> line by line; the archive, which the index does not cover,
      *> is still read whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TRD-ARCH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-LOG-IN.
       01  TRD-ARCH-RECORD PIC X(320).

       WORKING-STORAGE SECTION.
       01  TRD-ARCH-FS   PIC XX.
       01  TRD-EOF       PIC X VALUE 'N'.
           88  TRD-AT-END     VALUE 'Y'.
           88  TRD-NOT-AT-END VALUE 'N'.
       01  WS-BUCKET-MODE PIC X VALUE 'D'.
           88  DAY-BUCKETS  VALUE 'D'.
           88  WEEK-BUCKETS VALUE 'W'.
           88  MONTH-BUCKETS VALUE 'M'.

      *> parsed log line - populated by the shared reader
      *> subprogram energy_log_read for an archive line, and by
      *> prog_history, in the same shape, for a live one.
       01  ELOG-RAW-LINE PIC X(320).
       COPY "energyrec.cpy".
       COPY "proghist.cpy".
       01  DELTA-NUM     PIC 9(15).

       01  WS-LINE-DATE-X PIC X(8).
       01  WS-FOUND         PIC 9(1).
       01  WS-MATCH-IDX     PIC 9(4).

      *> one entry per (program, bucket); a program's entries land
      *> in time order - its archive lines first, then its indexed
      *> history oldest first - so a plain in-order walk per program
      *> prints each series oldest first.
       01  MAX-BUCKETS      PIC 9(4) VALUE 1000.
       01  BUCKET-COUNT     PIC 9(4) VALUE 0.
       01  BUCKET-TABLE.
               10  BKT-DATE  PIC 9(8).
               10  BKT-TOTAL PIC 9(15).
       01  WS-BUCKETS-DROPPED PIC 9(7) VALUE 0.
       01  WS-SUMMARIES-SKIPPED PIC 9(7) VALUE 0.

      *> distinct program list for the report's outer loop, same
      *> bounded find-or-add idiom as energy_report.cbl.
       01  WS-VOIDED-FLAG PIC X.
       01  WS-VOID-LOOKUP PIC X(21).

      *> marker placement: a row shows the events after the previous
      *> row's bucket ended, up to the end of its own bucket.
       COPY "annotate.cpy".
       01  WS-ROW-END       PIC 9(8).
       01  WS-PREV-END      PIC 9(8).
       01  WS-END-INT       PIC 9(7).
       01  ANQ-IDX          PIC 9(2).

       PROCEDURE DIVISION.
       Main-Trend.
           ACCEPT WS-BUCKET-ENV FROM ENVIRONMENT
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BUCKET-ENV))
               WHEN "WEEK"
                   SET WEEK-BUCKETS TO TRUE
               WHEN "MONTH"
                   SET MONTH-BUCKETS TO TRUE
               WHEN "DAY"
               WHEN SPACES
                   SET DAY-BUCKETS TO TRUE
                       AT END
                           SET TRD-AT-END TO TRUE
                       NOT AT END
                           MOVE TRD-ARCH-RECORD TO ELOG-RAW-LINE
                           PERFORM Bucket-Line THRU Bucket-Line-Exit
                   END-READ
               END-PERFORM
                   "trending over the live log only"
           END-IF

      *> the live log: every program's indexed history, already
      *> parsed.
           MOVE "OPEN" TO PHIST-ACTION
           MOVE SPACES TO PHIST-PROGRAM
           CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
               ELOG-PARSED
           IF PHIST-FAILED
               DISPLAY "energy_trend: WARNING - the program history "
                   "of energy.log could not be read"
           ELSE
               MOVE "NEXT" TO PHIST-ACTION
               CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
                   ELOG-PARSED
               PERFORM UNTIL PHIST-AT-END
                   PERFORM Bucket-Parsed-Line THRU Bucket-Line-Exit
                   CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
                       ELOG-PARSED
               END-PERFORM
               MOVE "CLOSE" TO PHIST-ACTION
               CALL "prog_history" USING PROGRAM-HISTORY-REQUEST
                   ELOG-PARSED
           END-IF

           IF BUCKET-COUNT = 0
               DISPLAY "energy_trend: no parseable data found in "
                   "either log"
               PERFORM Note-Summaries-Skipped
               STOP RUN
           END-IF

           PERFORM Display-Trend
           PERFORM Note-Summaries-Skipped

           IF WS-BUCKETS-DROPPED > 0
               DISPLAY "energy_trend: WARNING - bucket table full ("

           STOP RUN.

       Note-Summaries-Skipped.
           IF WS-SUMMARIES-SKIPPED > 0
               DISPLAY "energy_trend: " WS-SUMMARIES-SKIPPED
                   " monthly summary record(s) left out - a summary "
                   "has no daily detail; set "
                   "COBJOULES_TREND_BUCKET=MONTH to trend them"
           END-IF
           .

       Bucket-Line.
      *> the shared reader owns the line's shape - version token,
      *> legacy fallback, numeric checks - so this program only ever
      *> sees a populated ELOG-PARSED. An archive line is parsed
      *> here and falls through; an indexed line arrives parsed and
      *> starts at Bucket-Parsed-Line.
           CALL "energy_log_read" USING ELOG-RAW-LINE
               ELOG-PARSED
           .

       Bucket-Parsed-Line.
      *> runs voided through run_void never trend.
           MOVE FUNCTION TRIM(ELOG-RUNID) TO WS-VOID-LOOKUP
           CALL "run_void_check" USING WS-VOID-LOOKUP
               GO TO Bucket-Line-Exit
           END-IF

      *> only ordinary data lines and monthly summaries accumulate
      *> - control-total trailers are verification records, and
      *> batch_driver's whole-sweep bracket already covers its
      *> steps' lines.
           IF NOT ELOG-IS-DATA AND NOT ELOG-IS-SUMMARY
               GO TO Bucket-Line-Exit
           END-IF
           IF ELOG-IS-SUMMARY AND NOT MONTH-BUCKETS
               ADD 1 TO WS-SUMMARIES-SKIPPED
               GO TO Bucket-Line-Exit
           END-IF

               COMPUTE WS-BUCKET-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-DATE-INT)
           ELSE
               IF MONTH-BUCKETS
                   MOVE WS-LINE-DATE TO WS-BUCKET-DATE
                   MOVE "01" TO WS-BUCKET-DATE(7:2)
               ELSE
                   MOVE WS-LINE-DATE TO WS-BUCKET-DATE
               END-IF
           END-IF

           MOVE FUNCTION TRIM(ELOG-PROGNAME) TO WS-LOOKUP-PROG
           IF WEEK-BUCKETS
               DISPLAY "Long-term energy trend (weekly buckets, "
                   "archive + live log)"
           END-IF
           IF MONTH-BUCKETS
               DISPLAY "Long-term energy trend (monthly buckets, "
                   "archive + live log)"
           END-IF
           IF DAY-BUCKETS
               DISPLAY "Long-term energy trend (daily buckets, "
                   "archive + live log)"
           END-IF
           .

       Display-Bucket-Row.
           PERFORM Display-Bucket-Markers
           IF WS-HAVE-PREV = 'N'
               MOVE "  -    " TO WS-DIRECTION
           ELSE
           DISPLAY "  " BKT-DATE(BKT-IDX) "  " TOTAL-DISP
               "  " WS-DIRECTION
           MOVE BKT-TOTAL(BKT-IDX) TO WS-PREV-TOTAL
           MOVE WS-ROW-END TO WS-PREV-END
           MOVE 'Y' TO WS-HAVE-PREV
           .

       Display-Bucket-Markers.
           EVALUATE TRUE
               WHEN WEEK-BUCKETS
                   COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
                       BKT-DATE(BKT-IDX)) + 6
                   COMPUTE WS-ROW-END = FUNCTION DATE-OF-INTEGER(
                       WS-END-INT)
               WHEN MONTH-BUCKETS
                   MOVE BKT-DATE(BKT-IDX) TO WS-ROW-END
                   MOVE "31" TO WS-ROW-END(7:2)
               WHEN OTHER
                   MOVE BKT-DATE(BKT-IDX) TO WS-ROW-END
           END-EVALUATE
           MOVE PROG-NAME(PROG-IDX) TO ANQ-PROGRAMS
           MOVE SPACES TO ANQ-HOST
           IF WS-HAVE-PREV = 'N'
               MOVE BKT-DATE(BKT-IDX) TO ANQ-FROM-DATE
           ELSE
               COMPUTE ANQ-FROM-DATE = WS-PREV-END + 1
           END-IF
           MOVE WS-ROW-END TO ANQ-TO-DATE
           CALL "annotation_lookup" USING ANNOTATION-QUERY
           PERFORM VARYING ANQ-IDX FROM 1 BY 1
               UNTIL ANQ-IDX > ANQ-COUNT
               DISPLAY FUNCTION TRIM(ANQ-MARKER(ANQ-IDX) TRAILING)
           END-PERFORM
           IF ANQ-HAS-MORE
               DISPLAY "  >> (further events in this bucket not "
                   "shown)"
           END-IF
           .

       END PROGRAM energy-trend.
